000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TRANS-ENTRY.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. PAYROLL SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*
000170*--------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                        *
000190*--------------------------------------------------------------*
000200*  DATE       INIT  DESCRIPTION                                *
000210*  10/15/2026 RH    ORIGINAL INSTALLATION. CLERKS KEY HIRES,   *
000220*                    CHANGES, TERMINATIONS, LEAVES, AND        *
000230*                    RETURNS ONTO EMPLOYEE-TRANS.DAT THROUGH   *
000240*                    THE SAME EDITS EMPLOYEE-UPDATE APPLIES    *
000250*                    TONIGHT, WITH WARNINGS FOR REHIRES,       *
000260*                    OUT-OF-BAND SALARIES, APPROVAL-SIZED      *
000270*                    SALARIES, AND DUPLICATE ENTRIES. EACH     *
000280*                    ENTRY IS STAMPED WITH THE SIGNED-ON       *
000290*                    OPERATOR AS KEYER AND LOGGED TO           *
000300*                    OPERATOR-SESSION-LOG.DAT.                 *
000302*  10/15/2026 RH    EMP-OUT-REC AND TERM-MASTER-REC PICKED UP  *
000304*                    THE HIRE AND SERVICE DATES, SO THE        *
000306*                    LAYOUTS STAY IN STEP WITH THE MASTERS.    *
000307*  10/15/2026 RH    A SAVE NOW READS BACK LINES ADDED TO       *
000308*                    EMPLOYEE-TRANS.DAT WHILE THE SESSION WAS  *
000310*                    OPEN AND KEEPS THEM. HIRES AND MOVES ARE  *
000311*                    HELD AGAINST POSITION-CONTROL.DAT AND     *
000313*                    REFUSED WHERE TONIGHT'S RUN WOULD REJECT  *
000314*                    THEM '12' OR '13'. AN UNKNOWN ACTION CODE *
000315*                    NO LONGER QUOTES A REJECT CODE THE BATCH  *
000317*                    NEVER GIVES.                              *
000318*  10/15/2026 RH    A PAST EFFECTIVE DATE NOW WARNS THAT THE   *
000319*                    ENTRY POSTS TONIGHT BUT IS RECORDED       *
000320*                    EFFECTIVE THAT DATE, AS THE MERGE AND THE *
000321*                    LETTERS TREAT IT.                         *
000322*  10/15/2026 RH    A DEPT-MASTER.DAT OR POSITION-CONTROL.DAT  *
000324*                    THAT IS THERE BUT WILL NOT OPEN IS NOW    *
000325*                    REPORTED AND ITS CHECKS SKIPPED, INSTEAD  *
000326*                    OF BEING READ UNOPENED.                   *
000327*--------------------------------------------------------------*
000328*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT TRANS-FILE ASSIGN TO 'EMPLOYEE-TRANS.DAT'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-TRANS-STATUS.
000390     SELECT EMP-OUT ASSIGN TO 'EMPLOYEE-OUT.DAT'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OUT-ID
000430         FILE STATUS IS WS-EMP-OUT-STATUS.
000440     SELECT TERM-MASTER ASSIGN TO 'EMP-TERMINATED.DAT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TERM-MASTER-STATUS.
000470     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-DEPT-STATUS.
000500     SELECT BAND-FILE ASSIGN TO 'SALARY-BANDS.DAT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BAND-STATUS.
000530     SELECT THRESHOLD-FILE ASSIGN TO 'APPROVAL-THRESHOLD.DAT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-THRESH-STATUS.
000560     SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR-MASTER.DAT'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OPR-STATUS.
000590     SELECT SESSION-LOG ASSIGN TO 'OPERATOR-SESSION-LOG.DAT'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SLOG-STATUS.
000612     SELECT POSITION-FILE ASSIGN TO 'POSITION-CONTROL.DAT'
000615         ORGANIZATION IS LINE SEQUENTIAL
000617         FILE STATUS IS WS-POS-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*      TRANS-FILE IS TONIGHT'S EMPLOYEE-TRANS.DAT -- THE SAME
000650*      66-BYTE LAYOUT AS TRANS-IN-REC IN EMPLOYEE-UPDATE, HELD
000660*      HERE AS ONE IMAGE AND WORKED THROUGH WS-WORK-TRANS. THE
000666*      FILE IS LOADED AT SIGN-ON AND WRITTEN BACK AT SIGN-OFF.
000673*      LINES FROM OTHER SOURCES (REJECT-REPAIR RESUBMITS, RETRO
000680*      CORRECTIONS, OTHER CLERKS' SAVES) GO BACK OUT UNTOUCHED --
000686*      INCLUDING THOSE ADDED TO THE FILE WHILE THIS SESSION WAS
000693*      OPEN, WHICH 3010-PICK-UP-LATE-ENTRIES READS BACK IN FIRST.
000700 FD  TRANS-FILE.
000710 01  TRANS-REC                 PIC X(66).
000720
000728*      EMP-OUT IS THE CURRENT EMPLOYEE MASTER, READ BY KEY TO
000736*      TELL A NEW ID FROM AN EXISTING ONE AND AN ACTIVE EMPLOYEE
000744*      FROM ONE ON LEAVE, AND READ THROUGH ONCE AT STARTUP TO
000752*      COUNT THE FILLED POSITIONS WHEN POSITION CONTROL IS ON.
000760 FD  EMP-OUT.
000770 01  EMP-OUT-REC.
000780     05  OUT-ID            PIC 9(05).
000790     05  OUT-NAME          PIC X(20).
000800     05  OUT-SALARY        PIC 9(07)V99.
000810     05  OUT-DEPT          PIC X(04).
000820     05  OUT-GRADE         PIC X(02).
000830     05  OUT-STATUS        PIC X(01).
000840         88  OUT-IS-ACTIVE         VALUES 'A' ' '.
000850         88  OUT-ON-LEAVE          VALUE 'L'.
000853     05  OUT-HIRE-DATE     PIC 9(08).
000856     05  OUT-SERVICE-DATE  PIC 9(08).
000860
000870*      TERM-MASTER IS EMPLOYEE-UPDATE'S TERMINATED-EMPLOYEE
000880*      FILE. A HIRE FOR AN ID FOUND HERE IS A REHIRE, WHICH THE
000890*      CLERK IS WARNED ABOUT BEFORE SAVING.
000900 FD  TERM-MASTER.
000910 01  TERM-MASTER-REC.
000920     05  TM-ID             PIC 9(05).
000930     05  FILLER            PIC X(01).
000940     05  TM-NAME           PIC X(20).
000950     05  FILLER            PIC X(01).
000960     05  TM-FINAL-SALARY   PIC 9(07)V99.
000970     05  FILLER            PIC X(01).
000980     05  TM-DEPT           PIC X(04).
000990     05  FILLER            PIC X(01).
001000     05  TM-GRADE          PIC X(02).
001010     05  FILLER            PIC X(01).
001020     05  TM-TERM-DATE      PIC 9(08).
001022     05  FILLER            PIC X(01).
001024     05  TM-HIRE-DATE      PIC 9(08).
001026     05  FILLER            PIC X(01).
001028     05  TM-SERVICE-DATE   PIC 9(08).
001030
001040*      DEPT-FILE IS THE MAINTAINED DEPARTMENT MASTER. ONLY THE
001050*      CODE IS KEPT HERE -- A HIRE OR CHANGE TO A CODE NOT ON IT
001060*      WOULD REJECT '08' TONIGHT, SO IT IS REFUSED AT THE SCREEN.
001070 FD  DEPT-FILE.
001080 01  DEPT-REC.
001090     05  DEPT-REC-CODE     PIC X(04).
001100     05  FILLER            PIC X(01).
001110     05  DEPT-REC-NAME     PIC X(20).
001120     05  FILLER            PIC X(01).
001130     05  DEPT-REC-MGR      PIC X(20).
001140     05  FILLER            PIC X(01).
001150     05  DEPT-REC-ACCT     PIC X(08).
001160
001170*      BAND-FILE IS THE MAINTAINED SALARY-BAND TABLE. A KEYED
001180*      SALARY OUTSIDE ITS DEPT/GRADE BAND IS A WARNING ONLY, AS
001190*      IT IS IN THE BATCH.
001200 FD  BAND-FILE.
001210 01  BAND-REC.
001220     05  BAND-REC-DEPT     PIC X(04).
001230     05  BAND-REC-GRADE    PIC X(02).
001240     05  BAND-REC-MIN      PIC 9(07)V99.
001250     05  BAND-REC-MAX      PIC 9(07)V99.
001260
001270*      THRESHOLD-FILE IS THE ONE-LINE APPROVAL THRESHOLD. A
001280*      SALARY AT OR OVER IT WILL PARK ON THE APPROVAL QUEUE
001290*      TONIGHT, WHICH THE CLERK IS TOLD BEFORE SAVING.
001300 FD  THRESHOLD-FILE.
001310 01  THRESHOLD-REC.
001320     05  THRESH-AMOUNT     PIC 9(07)V99.
001330
001340*      OPERATOR-FILE IS THE MAINTAINED SIGN-ON LIST -- ONE LINE
001350*      PER OPERATOR WITH A PASSWORD, AN ACTIVE BYTE ('A' ACTIVE,
001360*      ANYTHING ELSE REVOKED), AND ONE AUTHORITY BYTE PER
001370*      WORKBENCH FUNCTION: 'I' INQUIRY (EMP-INQUIRY), 'R' REPAIR
001380*      (REJECT-REPAIR), 'A' APPROVE (APPROVAL-REVIEW), 'C'
001390*      CORRECT (EMPLOYEE-UPDATE'S 'L' MODE), 'K' KEYING
001400*      (TRANS-ENTRY). A BLANK BYTE WITHHOLDS THAT FUNCTION.
001410 FD  OPERATOR-FILE.
001420 01  OPERATOR-REC.
001430     05  OPR-ID            PIC X(08).
001440     05  FILLER            PIC X(01).
001450     05  OPR-NAME          PIC X(20).
001460     05  FILLER            PIC X(01).
001470     05  OPR-PASSWORD      PIC X(08).
001480     05  FILLER            PIC X(01).
001490     05  OPR-ACTIVE        PIC X(01).
001500     05  FILLER            PIC X(01).
001510     05  OPR-AUTH-INQUIRY  PIC X(01).
001520     05  OPR-AUTH-REPAIR   PIC X(01).
001530     05  OPR-AUTH-APPROVE  PIC X(01).
001540     05  OPR-AUTH-CORRECT  PIC X(01).
001550     05  OPR-AUTH-KEYING   PIC X(01).
001560
001570*      SESSION-LOG IS THE APPEND-ONLY TRAIL EVERY WORKBENCH
001580*      SHARES -- ONE LINE PER SIGN-ON, REFUSAL, ACTION TAKEN, AND
001590*      SIGN-OFF, SAYING WHO, IN WHICH PROGRAM, AND WHEN.
001600 FD  SESSION-LOG.
001610 01  SESSION-LOG-REC.
001620     05  SLOG-DATE         PIC 9(08).
001630     05  FILLER            PIC X(01).
001640     05  SLOG-TIME         PIC 9(06).
001650     05  FILLER            PIC X(01).
001660     05  SLOG-OPERATOR     PIC X(08).
001670     05  FILLER            PIC X(01).
001680     05  SLOG-PROGRAM      PIC X(16).
001690     05  FILLER            PIC X(01).
001700     05  SLOG-EVENT        PIC X(08).
001710     05  FILLER            PIC X(01).
001720     05  SLOG-DETAIL       PIC X(50).
001721
001723*      POSITION-FILE IS EMPLOYEE-UPDATE'S POSITION-CONTROL TABLE
001724*      -- ONE LINE PER DEPT/GRADE WITH ITS AUTHORIZED HEADCOUNT
001726*      AND SALARY BUDGET. A HIRE OR A MOVE THAT WOULD REJECT '12'
001727*      OR '13' TONIGHT IS REFUSED AT THE SCREEN INSTEAD.
001729 FD  POSITION-FILE.
001730 01  POSITION-REC.
001732     05  POS-REC-DEPT      PIC X(04).
001733     05  POS-REC-GRADE     PIC X(02).
001735     05  POS-REC-HEADS     PIC 9(05).
001736     05  POS-REC-BUDGET    PIC 9(09)V99.
001738
001740 WORKING-STORAGE SECTION.
001750 77  WS-TRANS-STATUS       PIC X(02)  VALUE '00'.
001760     88  WS-TRANS-OK                  VALUE '00'.
001770 77  WS-EMP-OUT-STATUS     PIC X(02)  VALUE '00'.
001780     88  WS-EMP-OUT-OK                VALUE '00'.
001790 77  WS-EMP-OUT-OPEN-SW    PIC X      VALUE 'N'.
001800     88  WS-EMP-OUT-OPENED            VALUE 'Y'.
001810 77  WS-TERM-MASTER-STATUS PIC X(02)  VALUE '00'.
001820 77  WS-TERM-EOF           PIC X      VALUE 'N'.
001830     88  WS-TERM-EOF-YES              VALUE 'Y'.
001840 77  WS-DEPT-STATUS        PIC X(02)  VALUE '00'.
001850 77  WS-BAND-STATUS        PIC X(02)  VALUE '00'.
001860 77  WS-THRESH-STATUS      PIC X(02)  VALUE '00'.
001870 77  WS-EOF                PIC X      VALUE 'N'.
001880     88  WS-EOF-YES                   VALUE 'Y'.
001890 77  WS-TBL-FULL-SW        PIC X      VALUE 'N'.
001900     88  WS-TABLE-FULL                VALUE 'Y'.
001910 77  WS-SESSION-DONE-SW    PIC X      VALUE 'N'.
001920     88  WS-SESSION-DONE              VALUE 'Y'.
001930 77  WS-ENTRY-DONE-SW      PIC X      VALUE 'N'.
001940     88  WS-ENTRY-DONE                VALUE 'Y'.
001950 77  WS-ENTRY-SAVED-SW     PIC X      VALUE 'N'.
001960     88  WS-ENTRY-SAVED               VALUE 'Y'.
001970 77  WS-SLOT-OK-SW         PIC X      VALUE 'N'.
001980     88  WS-SLOT-OK                   VALUE 'Y'.
001990 77  WS-TODAY              PIC 9(08)  VALUE ZERO.
002000 77  WS-MENU-CHOICE        PIC X(01)  VALUE SPACE.
002010 77  WS-ANSWER             PIC X(01)  VALUE SPACE.
002020 77  WS-TRANS-SUB          PIC 9(03)  VALUE ZERO.
002030 77  WS-WORK-SUB           PIC 9(03)  VALUE ZERO.
002040 77  WS-ENTRY-SLOT         PIC 9(03)  VALUE ZERO.
002050 77  WS-ENTRY-NUM          PIC 9(03)  VALUE ZERO.
002060 77  WS-AHEAD-COUNT        PIC 9(03)  VALUE ZERO.
002070 77  WS-LIST-LINES         PIC 9(02)  VALUE ZERO.
002080 77  WS-ERROR-COUNT        PIC 9(02)  VALUE ZERO.
002090 77  WS-WARN-COUNT         PIC 9(02)  VALUE ZERO.
002100 77  WS-KEYED-COUNT        PIC 9(03)  VALUE ZERO.
002110 77  WS-CHANGED-COUNT      PIC 9(03)  VALUE ZERO.
002120 77  WS-DELETED-COUNT      PIC 9(03)  VALUE ZERO.
002130*
002140*      WS-ID-STATE IS WHERE THE KEYED EMP-ID WILL STAND WHEN
002150*      TONIGHT'S RUN REACHES THIS ENTRY -- THE MASTER AS IT IS
002160*      NOW, CARRIED FORWARD THROUGH THE ENTRIES AHEAD OF IT ON
002170*      THE FILE FOR THE SAME ID, IN FILE ORDER AS THE BATCH
002180*      APPLIES THEM.
002190 77  WS-ID-STATE           PIC X(01)  VALUE SPACE.
002200     88  WS-ID-NOT-ON-FILE            VALUE 'N'.
002210     88  WS-ID-ACTIVE                 VALUE 'A'.
002220     88  WS-ID-ON-LEAVE               VALUE 'L'.
002230 77  WS-DUP-COUNT          PIC 9(03)  VALUE ZERO.
002240 77  WS-REHIRE-SW          PIC X      VALUE 'N'.
002250     88  WS-REHIRE-FOUND              VALUE 'Y'.
002260 77  WS-REHIRE-DATE        PIC 9(08)  VALUE ZERO.
002270 77  WS-REHIRE-SALARY      PIC 9(07)V99 VALUE ZERO.
002280*
002290*      DEPARTMENT, BAND, AND THRESHOLD SUPPORT -- THE SAME FILES
002300*      EMPLOYEE-UPDATE EDITS AGAINST, LOADED ONCE AT STARTUP. A
002310*      MISSING FILE SWITCHES ITS CHECK OFF, AS IN THE BATCH.
002320 77  WS-DEPT-EOF           PIC X      VALUE 'N'.
002330     88  WS-DEPT-EOF-YES              VALUE 'Y'.
002340 77  WS-DEPT-ON-SW         PIC X      VALUE 'N'.
002350     88  WS-DEPT-MASTER-ON            VALUE 'Y'.
002360 77  WS-DEPT-FOUND-SW      PIC X      VALUE 'N'.
002370     88  WS-DEPT-FOUND                VALUE 'Y'.
002380 01  WS-DEPT-TABLE.
002390     05  WS-DEPT-COUNT     PIC 9(03)  VALUE ZERO.
002400     05  WS-DEPT-ENTRY OCCURS 1 TO 100 TIMES
002410             DEPENDING ON WS-DEPT-COUNT
002420             INDEXED BY WS-DEPT-IDX.
002430         10  WS-DEPT-CODE  PIC X(04).
002440 77  WS-BAND-EOF           PIC X      VALUE 'N'.
002450     88  WS-BAND-EOF-YES              VALUE 'Y'.
002460 01  WS-BAND-TABLE.
002470     05  WS-BAND-COUNT     PIC 9(03)  VALUE ZERO.
002480     05  WS-BAND-ENTRY OCCURS 1 TO 50 TIMES
002490             DEPENDING ON WS-BAND-COUNT
002500             INDEXED BY WS-BAND-IDX.
002510         10  WS-BAND-DEPT  PIC X(04).
002520         10  WS-BAND-GRADE PIC X(02).
002530         10  WS-BAND-MIN   PIC 9(07)V99.
002540         10  WS-BAND-MAX   PIC 9(07)V99.
002550 77  WS-APPR-THRESHOLD     PIC 9(07)V99 VALUE ZERO.
002560 77  WS-APPROVALS-SW       PIC X      VALUE 'N'.
002570     88  WS-APPROVALS-ON              VALUE 'Y'.
002580 01  WS-SALARY-ED          PIC $$,$$$,$$9.99.
002581 01  WS-LIMIT-ED           PIC $$,$$$,$$9.99.
002582 01  WS-LIMIT2-ED          PIC $$,$$$,$$9.99.
002583*
002584*      POSITION-CONTROL SUPPORT -- WS-POS-TABLE IS POSITION-
002585*      CONTROL.DAT WITH THE HEADCOUNT AND SALARY FILLED ON THE
002586*      MASTER AT SIGN-ON, AS EMPLOYEE-UPDATE COUNTS THEM. NO FILE
002587*      ON HAND MEANS NO POSITION CONTROL, AS IN THE BATCH.
002588 77  WS-POS-STATUS         PIC X(02)  VALUE '00'.
002589 77  WS-POS-EOF            PIC X      VALUE 'N'.
002590     88  WS-POS-EOF-YES               VALUE 'Y'.
002591 77  WS-POS-SCAN-EOF       PIC X      VALUE 'N'.
002592     88  WS-POS-SCAN-EOF-YES          VALUE 'Y'.
002593 77  WS-POS-ON-SW          PIC X      VALUE 'N'.
002594     88  WS-POSITION-CONTROL-ON       VALUE 'Y'.
002595 77  WS-POS-FOUND-SW       PIC X      VALUE 'N'.
002596     88  WS-POS-FOUND                 VALUE 'Y'.
002597 77  WS-POS-SAME-SW        PIC X      VALUE 'N'.
002598     88  WS-POS-SAME-SLOT             VALUE 'Y'.
002600 77  WS-POS-SUB            PIC 9(03)  VALUE ZERO.
002601 77  WS-POS-HIT            PIC 9(03)  VALUE ZERO.
002602 77  WS-POS-WORK-DEPT      PIC X(04)  VALUE SPACES.
002603 77  WS-POS-WORK-GRADE     PIC X(02)  VALUE SPACES.
002604 77  WS-POS-OLD-DEPT       PIC X(04)  VALUE SPACES.
002605 77  WS-POS-OLD-GRADE      PIC X(02)  VALUE SPACES.
002606 77  WS-POS-OLD-SALARY     PIC 9(07)V99 VALUE ZERO.
002607 77  WS-POS-PROJ-HEADS     PIC S9(05) VALUE ZERO.
002608 77  WS-POS-PROJ-SALARY    PIC S9(11)V99 VALUE ZERO.
002609 01  WS-POS-TABLE.
002610     05  WS-POS-COUNT      PIC 9(03)  VALUE ZERO.
002611     05  WS-POS-ENTRY OCCURS 100 TIMES.
002612         10  WS-POS-DEPT   PIC X(04).
002613         10  WS-POS-GRADE  PIC X(02).
002614         10  WS-POS-AUTH   PIC 9(05).
002615         10  WS-POS-BUDGET PIC 9(09)V99.
002616         10  WS-POS-FILLED PIC S9(05).
002617         10  WS-POS-FILLED-SAL PIC S9(11)V99.
002618*
002620*      OPERATOR SIGN-ON SUPPORT. WS-OPERATOR-ID IS WHO SIGNED ON
002630*      -- SPACES UNTIL 1050-SIGN-ON ACCEPTS SOMEONE -- AND EVERY
002640*      SESSION-LOG LINE WRITTEN AFTER THAT CARRIES IT. THE WS-OPR-
002650*      FIELDS HOLD THE MATCHED OPERATOR-MASTER.DAT LINE, WITH
002660*      WS-OPR-AUTH BEING THE ONE AUTHORITY BYTE THIS PROGRAM
002670*      NEEDS.
002680 77  WS-OPR-STATUS         PIC X(02)  VALUE '00'.
002690 77  WS-OPR-EOF            PIC X      VALUE 'N'.
002700     88  WS-OPR-EOF-YES               VALUE 'Y'.
002710 77  WS-OPR-FOUND-SW       PIC X      VALUE 'N'.
002720     88  WS-OPR-FOUND                 VALUE 'Y'.
002730 77  WS-OPR-NAME           PIC X(20)  VALUE SPACES.
002740 77  WS-OPR-PASSWORD       PIC X(08)  VALUE SPACES.
002750 77  WS-OPR-ACTIVE         PIC X(01)  VALUE SPACE.
002760     88  WS-OPR-IS-ACTIVE             VALUE 'A'.
002770 77  WS-OPR-AUTH           PIC X(01)  VALUE SPACE.
002780     88  WS-OPR-AUTHORIZED            VALUE 'K'.
002790 77  WS-SIGNON-SW          PIC X      VALUE 'N'.
002800     88  WS-SIGNED-ON                 VALUE 'Y'.
002810 77  WS-SIGNON-TRIES       PIC 9(01)  VALUE ZERO.
002820 77  WS-SIGNON-ID          PIC X(08)  VALUE SPACES.
002830 77  WS-SIGNON-PASSWORD    PIC X(08)  VALUE SPACES.
002840 77  WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
002850 77  WS-SLOG-STATUS        PIC X(02)  VALUE '00'.
002860 77  WS-SLOG-OPEN-SW       PIC X      VALUE 'N'.
002870     88  WS-SLOG-OPENED               VALUE 'Y'.
002880 77  WS-SLOG-EVENT         PIC X(08)  VALUE SPACES.
002890 77  WS-SLOG-DETAIL        PIC X(50)  VALUE SPACES.
002900 77  WS-SLOG-DATE          PIC 9(08)  VALUE ZERO.
002910 01  WS-SLOG-CLOCK.
002920     05  WS-SLOG-HHMMSS    PIC 9(06).
002930     05  FILLER            PIC 9(02).
002940*
002950*      OPERATOR FIELD-ENTRY WORK AREAS FOR 2300-TAKE-FIELDS.
002960*      EACH IS ACCEPTED AS CHARACTERS SO A BLANK ANSWER MEANS
002970*      "KEEP WHAT IS THERE"; THE EDITS IN 2400 THEN CHECK THAT
002980*      WHAT WAS KEYED IS REALLY DIGITS.
002990 01  WS-ENTRY-ACTION       PIC X(01)  VALUE SPACE.
003000 01  WS-ENTRY-ID           PIC X(05)  VALUE SPACES.
003010 01  WS-ENTRY-NAME         PIC X(20)  VALUE SPACES.
003020 01  WS-ENTRY-SALARY       PIC X(09)  VALUE SPACES.
003030 01  WS-ENTRY-DEPT         PIC X(04)  VALUE SPACES.
003040 01  WS-ENTRY-GRADE        PIC X(02)  VALUE SPACES.
003050 01  WS-ENTRY-EFF-DATE     PIC X(08)  VALUE SPACES.
003060*
003070*      WS-TRANS-TABLE HOLDS THE WHOLE TRANSACTION FILE FOR THE
003080*      SESSION. THE FILE IS REWRITTEN FROM THIS TABLE AT THE
003090*      END, SO A FILE TOO BIG FOR THE TABLE ABANDONS THE SESSION
003091*      RATHER THAN SILENTLY DROPPING THE OVERFLOW ON THE REWRITE.
003092*      WS-LOADED-COUNT IS HOW MANY LINES WERE ON THE FILE AT
003094*      SIGN-ON; WS-BASE-COUNT IS HOW MANY OF THOSE ARE STILL AT
003095*      THE HEAD OF THE TABLE AFTER DELETES. ENTRIES KEYED THIS
003097*      SESSION SIT BEHIND THEM. ANY LINE PAST WS-LOADED-COUNT ON
003098*      THE FILE AT SAVE TIME ARRIVED WHILE THE SESSION WAS OPEN
003100*      AND IS HELD IN WS-LATE-TABLE TO BE WRITTEN BACK BETWEEN.
003101 77  WS-LOADED-COUNT       PIC 9(03)  VALUE ZERO.
003102 77  WS-BASE-COUNT         PIC 9(03)  VALUE ZERO.
003104 77  WS-READ-COUNT         PIC 9(05)  VALUE ZERO.
003105 77  WS-SAVE-COUNT         PIC 9(04)  VALUE ZERO.
003107 77  WS-LATE-FULL-SW       PIC X      VALUE 'N'.
003108     88  WS-LATE-TABLE-FULL           VALUE 'Y'.
003110 01  WS-TRANS-TABLE.
003120     05  WS-TRANS-COUNT    PIC 9(03)  VALUE ZERO.
003130     05  WS-TRANS-ENTRY OCCURS 500 TIMES.
003140         10  WS-TRANS-IMAGE PIC X(66).
003142 01  WS-LATE-TABLE.
003144     05  WS-LATE-COUNT     PIC 9(03)  VALUE ZERO.
003146     05  WS-LATE-ENTRY OCCURS 500 TIMES.
003148         10  WS-LATE-IMAGE PIC X(66).
003150*
003160*      WS-WORK-TRANS IS THE ENTRY BEING KEYED OR CHANGED, IN
003170*      THE TRANS-IN-REC LAYOUT. THE -X REDEFINES LET A KEYED
003180*      VALUE BE HELD AS TYPED UNTIL THE EDITS HAVE PASSED IT.
003190 01  WS-WORK-TRANS.
003200     05  WRK-ACTION        PIC X(01).
003210         88  WRK-IS-HIRE              VALUE 'A'.
003220         88  WRK-IS-CHANGE            VALUE 'C'.
003230         88  WRK-IS-TERMINATE         VALUE 'T'.
003240         88  WRK-IS-LEAVE             VALUE 'L'.
003250         88  WRK-IS-RETURN            VALUE 'R'.
003260         88  WRK-ACTION-VALID         VALUES 'A' 'C' 'T' 'L' 'R'.
003270     05  WRK-ID            PIC 9(05).
003280     05  WRK-ID-X REDEFINES WRK-ID
003290                           PIC X(05).
003300     05  WRK-NAME          PIC X(20).
003310     05  WRK-SALARY        PIC 9(07)V99.
003320     05  WRK-SALARY-X REDEFINES WRK-SALARY
003330                           PIC X(09).
003340     05  WRK-DEPT          PIC X(04).
003350     05  WRK-GRADE         PIC X(02).
003360     05  WRK-EFF-DATE      PIC 9(08).
003370     05  WRK-EFF-DATE-X REDEFINES WRK-EFF-DATE
003380                           PIC X(08).
003390     05  WRK-EFF-PARTS REDEFINES WRK-EFF-DATE.
003400         10  WRK-EFF-YYYY  PIC 9(04).
003410         10  WRK-EFF-MM    PIC 9(02).
003420         10  WRK-EFF-DD    PIC 9(02).
003430     05  WRK-SOURCE        PIC X(01).
003440     05  WRK-KEYED-BY      PIC X(08).
003450     05  WRK-REPAIRED-BY   PIC X(08).
003460*
003470*      WS-OTHER-TRANS IS A SECOND VIEW FOR LOOKING AT THE OTHER
003480*      ENTRIES ON THE FILE WHILE WS-WORK-TRANS IS BEING EDITED.
003490 01  WS-OTHER-TRANS.
003500     05  OTH-ACTION        PIC X(01).
003510     05  OTH-ID            PIC X(05).
003512     05  FILLER            PIC X(20).
003515     05  OTH-SALARY        PIC 9(07)V99.
003517     05  OTH-SALARY-X REDEFINES OTH-SALARY
003520                           PIC X(09).
003522     05  OTH-DEPT          PIC X(04).
003525     05  OTH-GRADE         PIC X(02).
003527     05  FILLER            PIC X(25).
003530
003540 PROCEDURE DIVISION.
003550 0000-MAINLINE.
003560     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
003570     IF WS-SIGNED-ON
003580         PERFORM 1000-INITIALIZE THRU 1000-EXIT
003590         IF WS-TRANS-OK AND NOT WS-TABLE-FULL
003600                 AND WS-EMP-OUT-OPENED
003610             PERFORM 2000-SESSION-LOOP THRU 2000-EXIT
003620             PERFORM 3000-REWRITE-TRANS THRU 3000-EXIT
003630         END-IF
003640     END-IF.
003650     PERFORM 3900-TERMINATE THRU 3900-EXIT.
003660     STOP RUN.
003670
003680*      1000-INITIALIZE LOADS TONIGHT'S TRANSACTION FILE INTO THE
003690*      SESSION TABLE -- NONE ON FILE YET JUST MEANS THIS IS THE
003700*      FIRST KEYING OF THE DAY -- OPENS THE MASTER FOR LOOKUPS,
003710*      AND LOADS THE EDIT TABLES AND THE POSITION COUNTS.
003720 1000-INITIALIZE.
003730     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003740     OPEN INPUT TRANS-FILE.
003750     IF WS-TRANS-STATUS = '35'
003760         DISPLAY "EMPLOYEE-TRANS.DAT NOT ON FILE -- STARTING "
003770             "TONIGHT'S FILE"
003780         MOVE '00' TO WS-TRANS-STATUS
003790     ELSE
003800         IF WS-TRANS-OK
003810             PERFORM UNTIL WS-EOF-YES
003820                 READ TRANS-FILE
003830                     AT END
003840                         MOVE 'Y' TO WS-EOF
003850                     NOT AT END
003860                         IF WS-TRANS-COUNT < 500
003870                             ADD 1 TO WS-TRANS-COUNT
003880                             MOVE TRANS-REC TO
003890                                WS-TRANS-IMAGE (WS-TRANS-COUNT)
003900                         ELSE
003910                             IF NOT WS-TABLE-FULL
003920                                 SET WS-TABLE-FULL TO TRUE
003930                                 DISPLAY "EMPLOYEE-TRANS.DAT "
003940                                     "HAS MORE THAN 500 ENTRIES "
003950                                     "-- NO CHANGES MADE THIS "
003960                                     "SESSION"
003970                             END-IF
003980                         END-IF
003990                 END-READ
004000             END-PERFORM
004010             CLOSE TRANS-FILE
004020             MOVE '00' TO WS-TRANS-STATUS
004030         ELSE
004040             DISPLAY "EMPLOYEE-TRANS.DAT NOT AVAILABLE, STATUS: "
004050                 WS-TRANS-STATUS
004060         END-IF
004070     END-IF.
004073     MOVE WS-TRANS-COUNT TO WS-LOADED-COUNT.
004076     MOVE WS-TRANS-COUNT TO WS-BASE-COUNT.
004080     OPEN INPUT EMP-OUT.
004090     IF NOT WS-EMP-OUT-OK
004100         DISPLAY "EMPLOYEE-OUT.DAT NOT AVAILABLE, STATUS: "
004110             WS-EMP-OUT-STATUS " -- NOTHING CAN BE KEYED"
004120     ELSE
004130         MOVE 'Y' TO WS-EMP-OUT-OPEN-SW
004140     END-IF.
004150     PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
004160     PERFORM 1110-LOAD-BAND-TABLE THRU 1110-EXIT.
004170     PERFORM 1120-READ-THRESHOLD THRU 1120-EXIT.
004172     IF WS-EMP-OUT-OPENED
004175         PERFORM 1130-LOAD-POSITION-TABLE THRU 1130-EXIT
004177     END-IF.
004180 1000-EXIT.
004190     EXIT.
004200
004210*      1050-SIGN-ON TAKES AN OPERATOR ID AND PASSWORD AGAINST
004220*      OPERATOR-MASTER.DAT -- THREE TRIES, THEN THE SESSION IS
004230*      REFUSED -- AND CHECKS THE OPERATOR HOLDS THIS PROGRAM'S
004240*      AUTHORITY. EVERY OUTCOME GOES TO THE SESSION LOG, SO A
004250*      SESSION LOG THAT CANNOT BE OPENED, OR NO OPERATOR FILE AT
004260*      ALL, KEEPS THE WORKBENCH SHUT RATHER THAN LETTING IT RUN
004270*      FOR ANYONE.
004280 1050-SIGN-ON.
004290     MOVE 'N' TO WS-SIGNON-SW.
004300     MOVE SPACES TO WS-OPERATOR-ID.
004310     OPEN EXTEND SESSION-LOG.
004320     IF WS-SLOG-STATUS = '35'
004330         OPEN OUTPUT SESSION-LOG
004340     END-IF.
004350     IF WS-SLOG-STATUS = '00'
004360         SET WS-SLOG-OPENED TO TRUE
004370         MOVE ZERO TO WS-SIGNON-TRIES
004380         PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
004390             ADD 1 TO WS-SIGNON-TRIES
004400             PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT
004410         END-PERFORM
004420         IF NOT WS-SIGNED-ON
004430             DISPLAY "SIGN-ON REFUSED -- SESSION ENDED"
004440         END-IF
004450     ELSE
004460         DISPLAY "OPERATOR-SESSION-LOG.DAT NOT AVAILABLE, "
004470             "STATUS: " WS-SLOG-STATUS " -- SIGN-ON REFUSED"
004480     END-IF.
004490 1050-EXIT.
004500     EXIT.
004510
004520*      1060-CHECK-OPERATOR TAKES ONE SIGN-ON ATTEMPT. THE SCREEN
004530*      DOES NOT SAY WHETHER IT WAS THE ID OR THE PASSWORD THAT
004540*      WAS WRONG; THE SESSION LOG DOES.
004550 1060-CHECK-OPERATOR.
004560     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
004570     MOVE SPACES TO WS-SIGNON-ID.
004580     ACCEPT WS-SIGNON-ID.
004590     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
004600     MOVE SPACES TO WS-SIGNON-PASSWORD.
004610     ACCEPT WS-SIGNON-PASSWORD.
004620     PERFORM 1070-FIND-OPERATOR THRU 1070-EXIT.
004630     MOVE SPACES TO WS-SLOG-DETAIL.
004640     EVALUATE TRUE
004650         WHEN NOT WS-OPR-FOUND
004660             MOVE "UNKNOWN OPERATOR ID" TO WS-SLOG-DETAIL
004670             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
004680         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
004690             MOVE "WRONG PASSWORD" TO WS-SLOG-DETAIL
004700             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
004710         WHEN NOT WS-OPR-IS-ACTIVE
004720             MOVE "OPERATOR REVOKED" TO WS-SLOG-DETAIL
004730             DISPLAY "OPERATOR " WS-SIGNON-ID " IS REVOKED"
004740         WHEN NOT WS-OPR-AUTHORIZED
004750             MOVE "NO KEYING AUTHORITY" TO WS-SLOG-DETAIL
004760             DISPLAY "OPERATOR " WS-SIGNON-ID " HAS NO KEYING "
004770                 "AUTHORITY"
004780         WHEN OTHER
004790             SET WS-SIGNED-ON TO TRUE
004800             MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
004810             MOVE WS-OPR-NAME  TO WS-SLOG-DETAIL
004820             DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPR-NAME
004830     END-EVALUATE.
004840     IF WS-SIGNED-ON
004850         MOVE "SIGN-ON" TO WS-SLOG-EVENT
004860     ELSE
004870         MOVE "REFUSED" TO WS-SLOG-EVENT
004880     END-IF.
004890     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
004900 1060-EXIT.
004910     EXIT.
004920
004930*      1070-FIND-OPERATOR READS OPERATOR-MASTER.DAT FOR THE KEYED
004940*      ID. THE FILE IS SMALL AND READ AFRESH EACH TRY, SO A
004950*      REVOCATION TAKES EFFECT ON THE VERY NEXT SIGN-ON. NO FILE
004960*      ENDS THE TRIES OUTRIGHT -- NOBODY CAN SIGN ON WITHOUT IT.
004970 1070-FIND-OPERATOR.
004980     MOVE 'N' TO WS-OPR-FOUND-SW.
004990     MOVE 'N' TO WS-OPR-EOF.
005000     OPEN INPUT OPERATOR-FILE.
005010     IF WS-OPR-STATUS = '00'
005020         PERFORM UNTIL WS-OPR-EOF-YES OR WS-OPR-FOUND
005030             READ OPERATOR-FILE
005040                 AT END
005050                     MOVE 'Y' TO WS-OPR-EOF
005060                 NOT AT END
005070                     IF OPR-ID = WS-SIGNON-ID
005080                             AND WS-SIGNON-ID NOT = SPACES
005090                         SET WS-OPR-FOUND TO TRUE
005100                         MOVE OPR-NAME     TO WS-OPR-NAME
005110                         MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
005120                         MOVE OPR-ACTIVE   TO WS-OPR-ACTIVE
005130                         MOVE OPR-AUTH-KEYING TO WS-OPR-AUTH
005140                     END-IF
005150             END-READ
005160         END-PERFORM
005170         CLOSE OPERATOR-FILE
005180     ELSE
005190         DISPLAY "OPERATOR-MASTER.DAT NOT AVAILABLE, STATUS: "
005200             WS-OPR-STATUS
005210         MOVE 3 TO WS-SIGNON-TRIES
005220     END-IF.
005230 1070-EXIT.
005240     EXIT.
005250
005260*      1090-WRITE-SESSION-LOG WRITES ONE SESSION-LOG LINE FROM
005270*      WS-SLOG-EVENT AND WS-SLOG-DETAIL, STAMPED WITH THE DATE,
005280*      THE TIME, AND THE OPERATOR -- THE ID AS KEYED WHEN THE
005290*      SIGN-ON WAS REFUSED.
005300 1090-WRITE-SESSION-LOG.
005310     ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
005320     ACCEPT WS-SLOG-CLOCK FROM TIME.
005330     MOVE SPACES TO SESSION-LOG-REC.
005340     MOVE WS-SLOG-DATE   TO SLOG-DATE.
005350     MOVE WS-SLOG-HHMMSS TO SLOG-TIME.
005360     IF WS-SIGNED-ON
005370         MOVE WS-OPERATOR-ID TO SLOG-OPERATOR
005380     ELSE
005390         MOVE WS-SIGNON-ID   TO SLOG-OPERATOR
005400     END-IF.
005410     MOVE "TRANS-ENTRY" TO SLOG-PROGRAM.
005420     MOVE WS-SLOG-EVENT  TO SLOG-EVENT.
005430     MOVE WS-SLOG-DETAIL TO SLOG-DETAIL.
005440     WRITE SESSION-LOG-REC.
005450 1090-EXIT.
005460     EXIT.
005470
005480*      1100-LOAD-DEPT-TABLE LOADS THE DEPARTMENT CODES. NO
005490*      MASTER ON FILE MEANS DEPARTMENT CODES ARE NOT CHECKED,
005496*      THE SAME AS IN THE BATCH, AND SO DOES ONE THAT WILL NOT
005503*      OPEN.
005510 1100-LOAD-DEPT-TABLE.
005520     MOVE 'N' TO WS-DEPT-EOF.
005530     OPEN INPUT DEPT-FILE.
005535     IF WS-DEPT-STATUS NOT = '00'
005540         IF WS-DEPT-STATUS = '35'
005550             DISPLAY "DEPT-MASTER.DAT NOT ON FILE -- DEPARTMENT "
005560                 "CODES NOT CHECKED THIS SESSION"
005561         ELSE
005563             DISPLAY "DEPT-MASTER.DAT NOT AVAILABLE, STATUS: "
005565                 WS-DEPT-STATUS " -- DEPARTMENT CODES NOT "
005566                 "CHECKED THIS SESSION"
005568         END-IF
005570     ELSE
005580         SET WS-DEPT-MASTER-ON TO TRUE
005590         PERFORM UNTIL WS-DEPT-EOF-YES
005600             READ DEPT-FILE
005610                 AT END
005620                     MOVE 'Y' TO WS-DEPT-EOF
005630                 NOT AT END
005640                     IF WS-DEPT-COUNT < 100
005650                         ADD 1 TO WS-DEPT-COUNT
005660                         SET WS-DEPT-IDX TO WS-DEPT-COUNT
005670                         MOVE DEPT-REC-CODE TO
005680                            WS-DEPT-CODE (WS-DEPT-IDX)
005690                     END-IF
005700             END-READ
005710         END-PERFORM
005720         CLOSE DEPT-FILE
005730     END-IF.
005740 1100-EXIT.
005750     EXIT.
005760
005770*      1110-LOAD-BAND-TABLE LOADS THE SALARY BANDS. NO TABLE ON
005780*      FILE MEANS NO BAND WARNINGS.
005790 1110-LOAD-BAND-TABLE.
005800     MOVE 'N' TO WS-BAND-EOF.
005810     OPEN INPUT BAND-FILE.
005820     IF WS-BAND-STATUS NOT = '35'
005830         PERFORM UNTIL WS-BAND-EOF-YES
005840             READ BAND-FILE
005850                 AT END
005860                     MOVE 'Y' TO WS-BAND-EOF
005870                 NOT AT END
005880                     IF WS-BAND-COUNT < 50
005890                         ADD 1 TO WS-BAND-COUNT
005900                         SET WS-BAND-IDX TO WS-BAND-COUNT
005910                         MOVE BAND-REC-DEPT TO
005920                            WS-BAND-DEPT (WS-BAND-IDX)
005930                         MOVE BAND-REC-GRADE TO
005940                            WS-BAND-GRADE (WS-BAND-IDX)
005950                         MOVE BAND-REC-MIN TO
005960                            WS-BAND-MIN (WS-BAND-IDX)
005970                         MOVE BAND-REC-MAX TO
005980                            WS-BAND-MAX (WS-BAND-IDX)
005990                     END-IF
006000             END-READ
006010         END-PERFORM
006020         CLOSE BAND-FILE
006030     END-IF.
006040 1110-EXIT.
006050     EXIT.
006060
006070*      1120-READ-THRESHOLD PICKS UP THE APPROVAL THRESHOLD. NONE
006080*      ON FILE, OR ZERO, MEANS NOTHING PARKS FOR APPROVAL AND
006090*      THERE IS NOTHING TO WARN ABOUT.
006100 1120-READ-THRESHOLD.
006110     OPEN INPUT THRESHOLD-FILE.
006120     IF WS-THRESH-STATUS = '00'
006130         READ THRESHOLD-FILE
006140         IF WS-THRESH-STATUS = '00'
006150                 AND THRESH-AMOUNT IS NUMERIC
006160                 AND THRESH-AMOUNT > ZERO
006170             MOVE THRESH-AMOUNT TO WS-APPR-THRESHOLD
006171             SET WS-APPROVALS-ON TO TRUE
006172         END-IF
006173         CLOSE THRESHOLD-FILE
006174     END-IF.
006175 1120-EXIT.
006176     EXIT.
006177
006178*      1130-LOAD-POSITION-TABLE LOADS POSITION-CONTROL.DAT AND
006179*      COUNTS EVERY EMPLOYEE ON THE MASTER -- ON LEAVE OR NOT,
006180*      SINCE A LEAVE STILL HOLDS THE POSITION -- INTO THE FILLED
006181*      HEADCOUNT AND SALARY OF THEIR DEPT/GRADE. NO TABLE ON FILE,
006182*      OR ONE THAT WILL NOT OPEN, MEANS NO HEADCOUNT OR BUDGET
006184*      CHECK THIS SESSION.
006185 1130-LOAD-POSITION-TABLE.
006186     MOVE 'N' TO WS-POS-EOF.
006187     OPEN INPUT POSITION-FILE.
006188     IF WS-POS-STATUS NOT = '00'
006189         IF WS-POS-STATUS = '35'
006190             DISPLAY "POSITION-CONTROL.DAT NOT ON FILE -- "
006191                 "HEADCOUNT AND BUDGET NOT CHECKED THIS SESSION"
006192         ELSE
006193             DISPLAY "POSITION-CONTROL.DAT NOT AVAILABLE, "
006194                 "STATUS: " WS-POS-STATUS " -- HEADCOUNT AND "
006195                 "BUDGET NOT CHECKED THIS SESSION"
006196         END-IF
006198     ELSE
006199         SET WS-POSITION-CONTROL-ON TO TRUE
006200         PERFORM UNTIL WS-POS-EOF-YES
006201             READ POSITION-FILE
006202                 AT END
006203                     MOVE 'Y' TO WS-POS-EOF
006204                 NOT AT END
006205                     IF WS-POS-COUNT < 100
006206                         ADD 1 TO WS-POS-COUNT
006207                         MOVE POS-REC-DEPT   TO
006208                            WS-POS-DEPT (WS-POS-COUNT)
006209                         MOVE POS-REC-GRADE  TO
006210                            WS-POS-GRADE (WS-POS-COUNT)
006211                         MOVE POS-REC-HEADS  TO
006212                            WS-POS-AUTH (WS-POS-COUNT)
006213                         MOVE POS-REC-BUDGET TO
006214                            WS-POS-BUDGET (WS-POS-COUNT)
006215                         MOVE ZERO TO WS-POS-FILLED (WS-POS-COUNT)
006216                         MOVE ZERO TO
006217                            WS-POS-FILLED-SAL (WS-POS-COUNT)
006218                     END-IF
006219             END-READ
006220         END-PERFORM
006221         CLOSE POSITION-FILE
006222     END-IF.
006223     IF WS-POSITION-CONTROL-ON
006224         MOVE 'N' TO WS-POS-SCAN-EOF
006225         MOVE ZERO TO OUT-ID
006226         START EMP-OUT KEY IS NOT LESS THAN OUT-ID
006227             INVALID KEY
006228                 MOVE 'Y' TO WS-POS-SCAN-EOF
006229         END-START
006230         PERFORM UNTIL WS-POS-SCAN-EOF-YES
006231             READ EMP-OUT NEXT RECORD
006232                 AT END
006233                     MOVE 'Y' TO WS-POS-SCAN-EOF
006234                 NOT AT END
006235                     MOVE OUT-DEPT  TO WS-POS-WORK-DEPT
006236                     MOVE OUT-GRADE TO WS-POS-WORK-GRADE
006237                     PERFORM 2462-FIND-POSITION THRU 2462-EXIT
006238                     IF WS-POS-HIT > ZERO
006239                         ADD 1 TO WS-POS-FILLED (WS-POS-HIT)
006240                         ADD OUT-SALARY TO
006241                            WS-POS-FILLED-SAL (WS-POS-HIT)
006242                     END-IF
006243             END-READ
006244         END-PERFORM
006245     END-IF.
006246 1130-EXIT.
006247     EXIT.
006248
006250*      2000-SESSION-LOOP IS THE KEYING MENU. EVERYTHING HAPPENS
006260*      AGAINST THE SESSION TABLE; NOTHING REACHES THE FILE UNTIL
006270*      THE CLERK LEAVES WITH X.
006280 2000-SESSION-LOOP.
006290     DISPLAY "====================================".
006300     DISPLAY "   EMPLOYEE TRANSACTION ENTRY       ".
006310     DISPLAY "====================================".
006320     DISPLAY "ENTRIES ALREADY ON TONIGHT'S FILE: " WS-TRANS-COUNT.
006330     PERFORM UNTIL WS-SESSION-DONE
006340         DISPLAY " "
006350         DISPLAY "K=KEY NEW  L=LIST  C=CHANGE  D=DELETE  "
006360             "X=SAVE AND EXIT"
006370         DISPLAY "CHOICE: " WITH NO ADVANCING
006380         MOVE SPACE TO WS-MENU-CHOICE
006390         ACCEPT WS-MENU-CHOICE
006400         EVALUATE WS-MENU-CHOICE
006410             WHEN 'K'
006420                 PERFORM 2100-KEY-NEW-ENTRY THRU 2100-EXIT
006430             WHEN 'L'
006440                 PERFORM 2500-LIST-ENTRIES THRU 2500-EXIT
006450             WHEN 'C'
006460                 PERFORM 2600-CHANGE-ENTRY THRU 2600-EXIT
006470             WHEN 'D'
006480                 PERFORM 2700-DELETE-ENTRY THRU 2700-EXIT
006490             WHEN 'X'
006500                 SET WS-SESSION-DONE TO TRUE
006510             WHEN OTHER
006520                 DISPLAY "INVALID CHOICE"
006530         END-EVALUATE
006540     END-PERFORM.
006550 2000-EXIT.
006560     EXIT.
006570
006580*      2100-KEY-NEW-ENTRY KEYS ONE NEW TRANSACTION ONTO THE END
006590*      OF THE FILE, STAMPED WITH THE SIGNED-ON OPERATOR AS ITS
006600*      KEYER SO APPROVAL-REVIEW CAN KEEP THE KEYER OFF ITS OWN
006610*      APPROVAL.
006620 2100-KEY-NEW-ENTRY.
006630     IF WS-TRANS-COUNT NOT < 500
006640         DISPLAY "TONIGHT'S FILE HOLDS 500 ENTRIES -- NOTHING "
006650             "MORE CAN BE KEYED"
006660     ELSE
006670         MOVE SPACES TO WS-WORK-TRANS
006680         MOVE ZERO TO WS-ENTRY-SLOT
006690         MOVE WS-TRANS-COUNT TO WS-AHEAD-COUNT
006700         PERFORM 2200-WORK-ENTRY THRU 2200-EXIT
006710         IF WS-ENTRY-SAVED
006720             ADD 1 TO WS-TRANS-COUNT
006730             MOVE WS-TRANS-COUNT TO WS-ENTRY-SLOT
006740             MOVE WS-WORK-TRANS TO WS-TRANS-IMAGE (WS-ENTRY-SLOT)
006750             ADD 1 TO WS-KEYED-COUNT
006760             MOVE "KEYED" TO WS-SLOG-EVENT
006770             PERFORM 2900-LOG-ENTRY THRU 2900-EXIT
006780             DISPLAY "SAVED AS ENTRY " WS-ENTRY-SLOT
006790         END-IF
006800     END-IF.
006810 2100-EXIT.
006820     EXIT.
006830
006840*      2200-WORK-ENTRY TAKES THE FIELDS, RUNS THE EDITS, AND
006850*      LETS THE CLERK SAVE, RE-KEY, OR ABANDON. AN ENTRY WITH
006860*      ERRORS CANNOT BE SAVED; WARNINGS ARE SHOWN AND THE CLERK
006870*      DECIDES.
006880 2200-WORK-ENTRY.
006890     MOVE 'N' TO WS-ENTRY-DONE-SW.
006900     MOVE 'N' TO WS-ENTRY-SAVED-SW.
006910     PERFORM UNTIL WS-ENTRY-DONE
006920         PERFORM 2300-TAKE-FIELDS THRU 2300-EXIT
006930         PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
006940         IF WS-ERROR-COUNT = ZERO
006950             DISPLAY "WARNINGS: " WS-WARN-COUNT
006960                 "  S=SAVE  R=RE-KEY  X=ABANDON: "
006970                 WITH NO ADVANCING
006980         ELSE
006990             DISPLAY "ERRORS: " WS-ERROR-COUNT
007000                 "  R=RE-KEY  X=ABANDON: " WITH NO ADVANCING
007010         END-IF
007020         MOVE SPACE TO WS-ANSWER
007030         ACCEPT WS-ANSWER
007040         EVALUATE TRUE
007050             WHEN WS-ANSWER = 'S' AND WS-ERROR-COUNT = ZERO
007060                 MOVE WS-OPERATOR-ID TO WRK-KEYED-BY
007070                 MOVE SPACE TO WRK-SOURCE
007080                 MOVE SPACES TO WRK-REPAIRED-BY
007090                 SET WS-ENTRY-SAVED TO TRUE
007100                 SET WS-ENTRY-DONE TO TRUE
007110             WHEN WS-ANSWER = 'X'
007120                 DISPLAY "ENTRY ABANDONED -- NOTHING SAVED"
007130                 SET WS-ENTRY-DONE TO TRUE
007140             WHEN OTHER
007150                 CONTINUE
007160         END-EVALUATE
007170     END-PERFORM.
007180 2200-EXIT.
007190     EXIT.
007200
007210*      2300-TAKE-FIELDS PROMPTS FIELD BY FIELD, SHOWING WHAT IS
007220*      THERE NOW -- A BLANK ANSWER KEEPS IT. A TERMINATE, LEAVE,
007230*      OR RETURN ONLY NEEDS THE ID AND THE EFFECTIVE DATE.
007240 2300-TAKE-FIELDS.
007250     DISPLAY " ".
007260     DISPLAY "ACTION A=HIRE C=CHANGE T=TERM L=LEAVE R=RETURN ["
007270         WRK-ACTION "]: " WITH NO ADVANCING.
007280     MOVE SPACE TO WS-ENTRY-ACTION.
007290     ACCEPT WS-ENTRY-ACTION.
007300     IF WS-ENTRY-ACTION NOT = SPACE
007310         MOVE WS-ENTRY-ACTION TO WRK-ACTION
007320     END-IF.
007330     DISPLAY "EMP-ID (5 DIGITS) [" WRK-ID-X "]: "
007340         WITH NO ADVANCING.
007350     MOVE SPACES TO WS-ENTRY-ID.
007360     ACCEPT WS-ENTRY-ID.
007370     IF WS-ENTRY-ID NOT = SPACES
007380         MOVE WS-ENTRY-ID TO WRK-ID-X
007390     END-IF.
007400     IF WRK-IS-HIRE OR WRK-IS-CHANGE
007410         DISPLAY "NAME [" WRK-NAME "]: " WITH NO ADVANCING
007420         MOVE SPACES TO WS-ENTRY-NAME
007430         ACCEPT WS-ENTRY-NAME
007440         IF WS-ENTRY-NAME NOT = SPACES
007450             MOVE WS-ENTRY-NAME TO WRK-NAME
007460         END-IF
007470         DISPLAY "SALARY (9 DIGITS 9999999VV99) [" WRK-SALARY-X
007480             "]: " WITH NO ADVANCING
007490         MOVE SPACES TO WS-ENTRY-SALARY
007500         ACCEPT WS-ENTRY-SALARY
007510         IF WS-ENTRY-SALARY NOT = SPACES
007520             MOVE WS-ENTRY-SALARY TO WRK-SALARY-X
007530         END-IF
007540         DISPLAY "DEPT [" WRK-DEPT "]: " WITH NO ADVANCING
007550         MOVE SPACES TO WS-ENTRY-DEPT
007560         ACCEPT WS-ENTRY-DEPT
007570         IF WS-ENTRY-DEPT NOT = SPACES
007580             MOVE WS-ENTRY-DEPT TO WRK-DEPT
007590         END-IF
007600         DISPLAY "GRADE [" WRK-GRADE "]: " WITH NO ADVANCING
007610         MOVE SPACES TO WS-ENTRY-GRADE
007620         ACCEPT WS-ENTRY-GRADE
007630         IF WS-ENTRY-GRADE NOT = SPACES
007640             MOVE WS-ENTRY-GRADE TO WRK-GRADE
007650         END-IF
007660     ELSE
007670         MOVE SPACES TO WRK-NAME
007680         MOVE ZERO TO WRK-SALARY
007690         MOVE SPACES TO WRK-DEPT
007700         MOVE SPACES TO WRK-GRADE
007710     END-IF.
007720     DISPLAY "EFFECTIVE DATE YYYYMMDD, 0=TONIGHT ["
007730         WRK-EFF-DATE-X "]: " WITH NO ADVANCING.
007740     MOVE SPACES TO WS-ENTRY-EFF-DATE.
007750     ACCEPT WS-ENTRY-EFF-DATE.
007760     IF WS-ENTRY-EFF-DATE = '0'
007770         MOVE ZERO TO WRK-EFF-DATE
007780     ELSE
007790         IF WS-ENTRY-EFF-DATE NOT = SPACES
007800             MOVE WS-ENTRY-EFF-DATE TO WRK-EFF-DATE-X
007810         END-IF
007820     END-IF.
007830 2300-EXIT.
007840     EXIT.
007850
007860*      2400-EDIT-TRANSACTION RUNS THE SAME EDITS EMPLOYEE-UPDATE
007870*      WILL RUN TONIGHT, SHOWING EACH FAILURE WITH THE REJECT
007880*      CODE THE BATCH WOULD HAVE GIVEN IT, PLUS THE WARNINGS A
007890*      CLERK SHOULD SEE BEFORE SAVING.
007900 2400-EDIT-TRANSACTION.
007910     MOVE ZERO TO WS-ERROR-COUNT.
007920     MOVE ZERO TO WS-WARN-COUNT.
007930     IF NOT WRK-ACTION-VALID
007940         ADD 1 TO WS-ERROR-COUNT
007946         DISPLAY "ERROR: UNKNOWN ACTION CODE -- MUST BE A, C, T, "
007953             "L, OR R"
007960     END-IF.
007970     IF WRK-ID-X IS NUMERIC
007980         IF WRK-ID = ZERO
007990             ADD 1 TO WS-ERROR-COUNT
008000             DISPLAY "ERROR 01: EMP-ID MAY NOT BE ZERO"
008010         END-IF
008020     ELSE
008030         ADD 1 TO WS-ERROR-COUNT
008040         DISPLAY "ERROR 01: EMP-ID MUST BE 5 DIGITS"
008050     END-IF.
008060     IF WRK-EFF-DATE-X = SPACES
008070         MOVE ZERO TO WRK-EFF-DATE
008080     END-IF.
008090     IF WRK-EFF-DATE-X IS NOT NUMERIC
008100         ADD 1 TO WS-ERROR-COUNT
008110         DISPLAY "ERROR: EFFECTIVE DATE MUST BE YYYYMMDD"
008120     ELSE
008130         IF WRK-EFF-DATE NOT = ZERO
008140             IF WRK-EFF-MM < 1 OR WRK-EFF-MM > 12
008150                     OR WRK-EFF-DD < 1 OR WRK-EFF-DD > 31
008160                     OR WRK-EFF-YYYY < 1900
008170                 ADD 1 TO WS-ERROR-COUNT
008180                 DISPLAY "ERROR: EFFECTIVE DATE " WRK-EFF-DATE
008190                     " IS NOT A DATE"
008200             ELSE
008210                 IF WRK-EFF-DATE < WS-TODAY
008220                     ADD 1 TO WS-WARN-COUNT
008230                     DISPLAY "WARNING: EFFECTIVE DATE IS IN "
008240                         "THE PAST -- IT POSTS TONIGHT BUT IS "
008250                         "RECORDED EFFECTIVE " WRK-EFF-DATE
008260                 END-IF
008270                 IF WRK-EFF-DATE > WS-TODAY
008280                     DISPLAY "NOTE: HELD ON THE PENDING "
008290                         "WAREHOUSE UNTIL " WRK-EFF-DATE
008300                 END-IF
008310             END-IF
008320         END-IF
008330     END-IF.
008340     IF WRK-IS-HIRE OR WRK-IS-CHANGE
008350         PERFORM 2430-EDIT-PAY-FIELDS THRU 2430-EXIT
008360     END-IF.
008370     IF WRK-ACTION-VALID AND WRK-ID-X IS NUMERIC
008380             AND WRK-ID NOT = ZERO
008390         PERFORM 2410-LOOKUP-MASTER THRU 2410-EXIT
008400         PERFORM 2420-SCAN-FILE THRU 2420-EXIT
008410         PERFORM 2440-EDIT-ID-FOR-ACTION THRU 2440-EXIT
008420     END-IF.
008430     IF WS-ERROR-COUNT = ZERO AND WS-WARN-COUNT = ZERO
008440         DISPLAY "ENTRY PASSES ALL EDITS"
008450     END-IF.
008460 2400-EXIT.
008470     EXIT.
008480
008490*      2410-LOOKUP-MASTER SETS WHERE THE ID STANDS ON THE MASTER
008500*      RIGHT NOW, AND THE POSITION AND SALARY IT HOLDS THERE.
008510 2410-LOOKUP-MASTER.
008512     MOVE SPACES TO WS-POS-OLD-DEPT.
008515     MOVE SPACES TO WS-POS-OLD-GRADE.
008517     MOVE ZERO TO WS-POS-OLD-SALARY.
008520     MOVE WRK-ID TO OUT-ID.
008530     READ EMP-OUT
008540         INVALID KEY
008550             SET WS-ID-NOT-ON-FILE TO TRUE
008560         NOT INVALID KEY
008562             MOVE OUT-DEPT   TO WS-POS-OLD-DEPT
008565             MOVE OUT-GRADE  TO WS-POS-OLD-GRADE
008567             MOVE OUT-SALARY TO WS-POS-OLD-SALARY
008570             IF OUT-ON-LEAVE
008580                 SET WS-ID-ON-LEAVE TO TRUE
008590             ELSE
008600                 SET WS-ID-ACTIVE TO TRUE
008610             END-IF
008620     END-READ.
008630 2410-EXIT.
008640     EXIT.
008650
008660*      2420-SCAN-FILE WALKS THE OTHER ENTRIES ON THE FILE FOR THE
008670*      SAME ID. THOSE AHEAD OF THIS ONE CARRY WS-ID-STATE
008680*      FORWARD AS THE BATCH WILL APPLY THEM -- SO A HIRE KEYED
008690*      EARLIER TODAY MAKES A CHANGE FOR THAT ID GOOD. ANY OTHER
008700*      ENTRY FOR THE ID WITH THE SAME ACTION IS COUNTED AS A
008710*      LIKELY DUPLICATE.
008720 2420-SCAN-FILE.
008730     MOVE ZERO TO WS-DUP-COUNT.
008740     PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
008750             UNTIL WS-WORK-SUB > WS-TRANS-COUNT
008760         IF WS-WORK-SUB NOT = WS-ENTRY-SLOT
008770             MOVE WS-TRANS-IMAGE (WS-WORK-SUB) TO WS-OTHER-TRANS
008780             IF OTH-ID = WRK-ID-X
008790                 IF OTH-ACTION = WRK-ACTION
008800                     ADD 1 TO WS-DUP-COUNT
008810                 END-IF
008820                 IF WS-WORK-SUB NOT > WS-AHEAD-COUNT
008830                     EVALUATE OTH-ACTION
008840                         WHEN 'A'
008850                             SET WS-ID-ACTIVE TO TRUE
008860                         WHEN 'R'
008870                             SET WS-ID-ACTIVE TO TRUE
008880                         WHEN 'L'
008890                             SET WS-ID-ON-LEAVE TO TRUE
008900                         WHEN 'T'
008910                             SET WS-ID-NOT-ON-FILE TO TRUE
008920                         WHEN OTHER
008930                             CONTINUE
008940                     END-EVALUATE
008950                 END-IF
008960             END-IF
008970         END-IF
008980     END-PERFORM.
008990     IF WS-DUP-COUNT > ZERO
009000         ADD 1 TO WS-WARN-COUNT
009010         DISPLAY "WARNING: EMP-ID " WRK-ID-X " ALREADY HAS "
009020             WS-DUP-COUNT " '" WRK-ACTION "' ENTRY(S) ON "
009030             "TONIGHT'S FILE"
009040     END-IF.
009050 2420-EXIT.
009060     EXIT.
009070
009080*      2430-EDIT-PAY-FIELDS EDITS THE NAME, SALARY, AND
009090*      DEPARTMENT OF A HIRE OR CHANGE, THEN WARNS ON A SALARY
009100*      OUTSIDE ITS BAND OR ONE BIG ENOUGH TO PARK FOR APPROVAL.
009110 2430-EDIT-PAY-FIELDS.
009120     IF WRK-NAME = SPACES
009130         ADD 1 TO WS-ERROR-COUNT
009140         DISPLAY "ERROR 02: NAME IS BLANK"
009150     END-IF.
009160     IF WRK-SALARY-X IS NOT NUMERIC
009170         ADD 1 TO WS-ERROR-COUNT
009180         DISPLAY "ERROR 03: SALARY MUST BE 9 DIGITS"
009190     ELSE
009200         IF WRK-SALARY = ZERO
009210             ADD 1 TO WS-ERROR-COUNT
009220             DISPLAY "ERROR 03: SALARY MAY NOT BE ZERO"
009230         ELSE
009240             PERFORM 2435-CHECK-BAND THRU 2435-EXIT
009250             IF WS-APPROVALS-ON
009260                     AND WRK-SALARY NOT < WS-APPR-THRESHOLD
009270                 ADD 1 TO WS-WARN-COUNT
009280                 MOVE WS-APPR-THRESHOLD TO WS-LIMIT-ED
009290                 DISPLAY "WARNING: AT OR OVER THE " WS-LIMIT-ED
009300                     " APPROVAL THRESHOLD -- PARKS FOR APPROVAL"
009310             END-IF
009320         END-IF
009330     END-IF.
009340     IF WS-DEPT-MASTER-ON
009350         MOVE 'N' TO WS-DEPT-FOUND-SW
009360         IF WS-DEPT-COUNT > ZERO
009370             SET WS-DEPT-IDX TO 1
009380             SEARCH WS-DEPT-ENTRY
009390                 AT END
009400                     CONTINUE
009410                 WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WRK-DEPT
009420                     SET WS-DEPT-FOUND TO TRUE
009430             END-SEARCH
009440         END-IF
009450         IF NOT WS-DEPT-FOUND
009460             ADD 1 TO WS-ERROR-COUNT
009470             DISPLAY "ERROR 08: DEPT " WRK-DEPT
009480                 " IS NOT ON THE DEPARTMENT MASTER"
009490         END-IF
009500     END-IF.
009510 2430-EXIT.
009520     EXIT.
009530
009540*      2435-CHECK-BAND WARNS WHEN THE KEYED SALARY FALLS OUTSIDE
009550*      THE DEPT/GRADE BAND. A COMBO WITH NO BAND IS NOT CHECKED.
009560 2435-CHECK-BAND.
009570     IF WS-BAND-COUNT > ZERO
009580         SET WS-BAND-IDX TO 1
009590         SEARCH WS-BAND-ENTRY
009600             AT END
009610                 CONTINUE
009620             WHEN WS-BAND-DEPT (WS-BAND-IDX) = WRK-DEPT
009630                  AND WS-BAND-GRADE (WS-BAND-IDX) = WRK-GRADE
009640                 IF WRK-SALARY < WS-BAND-MIN (WS-BAND-IDX)
009650                         OR WRK-SALARY > WS-BAND-MAX (WS-BAND-IDX)
009660                     ADD 1 TO WS-WARN-COUNT
009670                     MOVE WS-BAND-MIN (WS-BAND-IDX) TO
009680                        WS-LIMIT-ED
009690                     MOVE WS-BAND-MAX (WS-BAND-IDX) TO
009700                        WS-LIMIT2-ED
009710                     DISPLAY "WARNING: SALARY OUTSIDE THE "
009720                         WRK-DEPT "/" WRK-GRADE " BAND "
009730                         WS-LIMIT-ED " TO " WS-LIMIT2-ED
009740                 END-IF
009750         END-SEARCH
009760     END-IF.
009770 2435-EXIT.
009780     EXIT.
009790
009800*      2440-EDIT-ID-FOR-ACTION CHECKS THE ID AGAINST THE ACTION:
009810*      A HIRE MUST BE A NEW ID, ANYTHING ELSE AN EXISTING ONE; A
009820*      LEAVE NEEDS SOMEONE ACTIVE AND A RETURN SOMEONE ON LEAVE.
009823*      A HIRE, OR A CHANGE FOR SOMEONE ON THE MASTER, IS ALSO HELD
009826*      AGAINST POSITION CONTROL WHEN IT IS ON.
009830 2440-EDIT-ID-FOR-ACTION.
009840     EVALUATE TRUE
009850         WHEN WRK-IS-HIRE
009860             IF WS-ID-NOT-ON-FILE
009870                 PERFORM 2450-CHECK-REHIRE THRU 2450-EXIT
009872                 IF WS-POSITION-CONTROL-ON
009874                         AND WRK-SALARY-X IS NUMERIC
009876                     PERFORM 2460-CHECK-POSITION THRU 2460-EXIT
009878                 END-IF
009880             ELSE
009890                 ADD 1 TO WS-ERROR-COUNT
009900                 DISPLAY "ERROR 04: EMP-ID " WRK-ID-X
009910                     " IS ALREADY ON FILE -- DUPLICATE HIRE"
009920             END-IF
009930         WHEN WRK-IS-CHANGE
009940             IF WS-ID-NOT-ON-FILE
009950                 ADD 1 TO WS-ERROR-COUNT
009960                 DISPLAY "ERROR 05: CHANGE FOR UNKNOWN EMP-ID "
009970                     WRK-ID-X
009971             ELSE
009972                 IF WS-POSITION-CONTROL-ON
009974                         AND WRK-SALARY-X IS NUMERIC
009975                         AND WS-POS-OLD-DEPT NOT = SPACES
009977                     PERFORM 2460-CHECK-POSITION THRU 2460-EXIT
009978                 END-IF
009980             END-IF
009990         WHEN WRK-IS-TERMINATE
010000             IF WS-ID-NOT-ON-FILE
010010                 ADD 1 TO WS-ERROR-COUNT
010020                 DISPLAY "ERROR 06: TERMINATE FOR UNKNOWN EMP-ID "
010030                     WRK-ID-X
010040             END-IF
010050         WHEN WRK-IS-LEAVE
010060             EVALUATE TRUE
010070                 WHEN WS-ID-NOT-ON-FILE
010080                     ADD 1 TO WS-ERROR-COUNT
010090                     DISPLAY "ERROR 09: LEAVE FOR UNKNOWN EMP-ID "
010100                         WRK-ID-X
010110                 WHEN WS-ID-ON-LEAVE
010120                     ADD 1 TO WS-ERROR-COUNT
010130                     DISPLAY "ERROR: EMP-ID " WRK-ID-X
010140                         " IS ALREADY ON LEAVE"
010150                 WHEN OTHER
010160                     CONTINUE
010170             END-EVALUATE
010180         WHEN WRK-IS-RETURN
010190             EVALUATE TRUE
010200                 WHEN WS-ID-NOT-ON-FILE
010210                     ADD 1 TO WS-ERROR-COUNT
010220                     DISPLAY "ERROR 10: RETURN FOR UNKNOWN "
010230                         "EMP-ID " WRK-ID-X
010240                 WHEN WS-ID-ACTIVE
010250                     ADD 1 TO WS-ERROR-COUNT
010260                     DISPLAY "ERROR: EMP-ID " WRK-ID-X
010270                         " IS NOT ON LEAVE"
010280                 WHEN OTHER
010290                     CONTINUE
010300             END-EVALUATE
010310     END-EVALUATE.
010320 2440-EXIT.
010330     EXIT.
010340
010350*      2450-CHECK-REHIRE LOOKS FOR A NEW HIRE'S ID ON THE
010360*      TERMINATED FILE AND WARNS WITH THE LATEST TERMINATION
010370*      FOUND. NO TERMINATED FILE MEANS NOTHING TO WARN ABOUT.
010380 2450-CHECK-REHIRE.
010390     MOVE 'N' TO WS-REHIRE-SW.
010400     MOVE 'N' TO WS-TERM-EOF.
010410     MOVE ZERO TO WS-REHIRE-DATE.
010420     OPEN INPUT TERM-MASTER.
010430     IF WS-TERM-MASTER-STATUS = '00'
010440         PERFORM UNTIL WS-TERM-EOF-YES
010450             READ TERM-MASTER
010460                 AT END
010470                     MOVE 'Y' TO WS-TERM-EOF
010480                 NOT AT END
010490                     IF TM-ID = WRK-ID
010500                             AND TM-TERM-DATE NOT < WS-REHIRE-DATE
010510                         SET WS-REHIRE-FOUND TO TRUE
010520                         MOVE TM-TERM-DATE TO WS-REHIRE-DATE
010530                         MOVE TM-FINAL-SALARY TO WS-REHIRE-SALARY
010540                     END-IF
010550             END-READ
010560         END-PERFORM
010570         CLOSE TERM-MASTER
010571     END-IF.
010572     IF WS-REHIRE-FOUND
010573         ADD 1 TO WS-WARN-COUNT
010574         MOVE WS-REHIRE-SALARY TO WS-SALARY-ED
010575         DISPLAY "WARNING: REHIRE -- EMP-ID " WRK-ID-X
010576             " TERMINATED " WS-REHIRE-DATE " AT " WS-SALARY-ED
010577     END-IF.
010578 2450-EXIT.
010579     EXIT.
010580
010581*      2460-CHECK-POSITION HOLDS THE ENTRY AGAINST ITS DEPT/GRADE
010582*      THE WAY EMPLOYEE-UPDATE'S 2584-CHECK-POSITION WILL TONIGHT.
010583*      THE POSITION STANDS AT ITS FILLED COUNTS FROM SIGN-ON PLUS
010584*      EVERY OTHER HIRE INTO IT ON TONIGHT'S FILE. A NEW HEAD (A
010585*      HIRE, OR A CHANGE INTO ANOTHER POSITION) MUST FIT UNDER
010586*      THE AUTHORIZED HEADCOUNT, OR IT WOULD REJECT '12'; THE
010587*      FILLED SALARY WITH THIS ONE AT THE KEYED SALARY MUST FIT
010588*      UNDER THE BUDGET, OR IT WOULD REJECT '13'. THE BATCH ADDS
010589*      THE DEPARTMENT RAISE TO A CHANGE, SO A CHANGE THAT FAILS
010590*      HERE WILL SURELY FAIL TONIGHT. A CHANGE THAT LOWERS PAY IN
010591*      ITS OWN POSITION IS LET THROUGH -- IT ONLY HELPS.
010592 2460-CHECK-POSITION.
010593     MOVE WRK-DEPT  TO WS-POS-WORK-DEPT.
010594     MOVE WRK-GRADE TO WS-POS-WORK-GRADE.
010595     PERFORM 2462-FIND-POSITION THRU 2462-EXIT.
010596     IF WS-POS-HIT > ZERO
010597         MOVE WS-POS-FILLED (WS-POS-HIT) TO WS-POS-PROJ-HEADS
010598         COMPUTE WS-POS-PROJ-SALARY =
010599             WS-POS-FILLED-SAL (WS-POS-HIT) + WRK-SALARY
010600         PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
010601                 UNTIL WS-WORK-SUB > WS-TRANS-COUNT
010602             IF WS-WORK-SUB NOT = WS-ENTRY-SLOT
010603                 MOVE WS-TRANS-IMAGE (WS-WORK-SUB) TO
010604                    WS-OTHER-TRANS
010605                 IF OTH-ACTION = 'A'
010606                         AND OTH-DEPT = WS-POS-WORK-DEPT
010607                         AND OTH-GRADE = WS-POS-WORK-GRADE
010608                         AND OTH-SALARY-X IS NUMERIC
010609                     ADD 1 TO WS-POS-PROJ-HEADS
010610                     ADD OTH-SALARY TO WS-POS-PROJ-SALARY
010611                 END-IF
010612             END-IF
010613         END-PERFORM
010614         IF WRK-IS-CHANGE
010615                 AND WRK-DEPT = WS-POS-OLD-DEPT
010616                 AND WRK-GRADE = WS-POS-OLD-GRADE
010617             SET WS-POS-SAME-SLOT TO TRUE
010618             SUBTRACT WS-POS-OLD-SALARY FROM WS-POS-PROJ-SALARY
010619         ELSE
010620             MOVE 'N' TO WS-POS-SAME-SW
010621         END-IF
010622         IF NOT WS-POS-SAME-SLOT
010623                 AND WS-POS-PROJ-HEADS + 1 >
010624                     WS-POS-AUTH (WS-POS-HIT)
010625             ADD 1 TO WS-ERROR-COUNT
010626             DISPLAY "ERROR 12: " WRK-DEPT "/" WRK-GRADE
010627                 " HEADCOUNT FULL -- " WS-POS-AUTH (WS-POS-HIT)
010628                 " AUTHORIZED"
010629         ELSE
010630             IF WS-POS-PROJ-SALARY > WS-POS-BUDGET (WS-POS-HIT)
010631                     AND (NOT WS-POS-SAME-SLOT
010632                          OR WRK-SALARY > WS-POS-OLD-SALARY)
010633                 ADD 1 TO WS-ERROR-COUNT
010634                 MOVE WS-POS-BUDGET (WS-POS-HIT) TO WS-LIMIT-ED
010635                 DISPLAY "ERROR 13: OVER THE " WRK-DEPT "/"
010636                     WRK-GRADE " SALARY BUDGET OF " WS-LIMIT-ED
010637             END-IF
010638         END-IF
010639     END-IF.
010640 2460-EXIT.
010641     EXIT.
010642
010643*      2462-FIND-POSITION LOOKS WS-POS-WORK-DEPT/GRADE UP IN
010644*      WS-POS-TABLE AND HANDS BACK ITS SUBSCRIPT IN WS-POS-HIT
010645*      -- ZERO WHEN THE COMBO IS NOT UNDER POSITION CONTROL.
010646 2462-FIND-POSITION.
010647     MOVE 'N' TO WS-POS-FOUND-SW.
010648     MOVE ZERO TO WS-POS-HIT.
010649     PERFORM VARYING WS-POS-SUB FROM 1 BY 1
010650             UNTIL WS-POS-SUB > WS-POS-COUNT
010651             OR WS-POS-FOUND
010652         IF WS-POS-DEPT (WS-POS-SUB) = WS-POS-WORK-DEPT
010653                 AND WS-POS-GRADE (WS-POS-SUB) = WS-POS-WORK-GRADE
010654             SET WS-POS-FOUND TO TRUE
010655             MOVE WS-POS-SUB TO WS-POS-HIT
010656         END-IF
010657     END-PERFORM.
010658 2462-EXIT.
010660     EXIT.
010670
010680*      2500-LIST-ENTRIES SHOWS EVERY ENTRY ON TONIGHT'S FILE, 20
010690*      TO A SCREEN. ENTRIES MARKED * ARE THIS OPERATOR'S OWN AND
010700*      MAY BE CHANGED OR DELETED HERE.
010710 2500-LIST-ENTRIES.
010720     IF WS-TRANS-COUNT = ZERO
010730         DISPLAY "NO ENTRIES ON TONIGHT'S FILE"
010740     ELSE
010750         MOVE ZERO TO WS-LIST-LINES
010760         MOVE 'N' TO WS-ENTRY-DONE-SW
010770         PERFORM VARYING WS-TRANS-SUB FROM 1 BY 1
010780                 UNTIL WS-TRANS-SUB > WS-TRANS-COUNT
010790                 OR WS-ENTRY-DONE
010800             MOVE WS-TRANS-IMAGE (WS-TRANS-SUB) TO WS-WORK-TRANS
010810             PERFORM 2510-SHOW-ENTRY THRU 2510-EXIT
010820             ADD 1 TO WS-LIST-LINES
010830             IF WS-LIST-LINES NOT < 20
010840                     AND WS-TRANS-SUB < WS-TRANS-COUNT
010850                 MOVE ZERO TO WS-LIST-LINES
010860                 DISPLAY "ENTER FOR MORE, X TO STOP: "
010870                     WITH NO ADVANCING
010880                 MOVE SPACE TO WS-ANSWER
010890                 ACCEPT WS-ANSWER
010900                 IF WS-ANSWER = 'X'
010910                     SET WS-ENTRY-DONE TO TRUE
010920                 END-IF
010930             END-IF
010940         END-PERFORM
010950     END-IF.
010960 2500-EXIT.
010970     EXIT.
010980
010990*      2510-SHOW-ENTRY SHOWS ENTRY WS-TRANS-SUB FROM
011000*      WS-WORK-TRANS ON ONE LINE.
011010 2510-SHOW-ENTRY.
011020     IF WRK-SALARY-X IS NUMERIC
011030         MOVE WRK-SALARY TO WS-SALARY-ED
011040     ELSE
011050         MOVE ZERO TO WS-SALARY-ED
011060     END-IF.
011070     IF WRK-KEYED-BY = WS-OPERATOR-ID AND WRK-SOURCE = SPACE
011080             AND WRK-REPAIRED-BY = SPACES
011090         MOVE '*' TO WS-ANSWER
011100     ELSE
011110         MOVE SPACE TO WS-ANSWER
011120     END-IF.
011130     DISPLAY WS-TRANS-SUB WS-ANSWER " " WRK-ACTION " " WRK-ID-X
011140         " " WRK-NAME " " WS-SALARY-ED " " WRK-DEPT " " WRK-GRADE
011150         " EFF " WRK-EFF-DATE-X " BY " WRK-KEYED-BY.
011160 2510-EXIT.
011170     EXIT.
011180
011190*      2600-CHANGE-ENTRY RE-WORKS ONE OF THE OPERATOR'S OWN
011200*      ENTRIES THROUGH THE SAME PROMPTS AND EDITS AS A NEW ONE.
011210*      ABANDONING THE CHANGE LEAVES THE ENTRY AS IT WAS.
011220 2600-CHANGE-ENTRY.
011230     PERFORM 2800-TAKE-ENTRY-NUMBER THRU 2800-EXIT.
011240     IF WS-SLOT-OK
011250         COMPUTE WS-AHEAD-COUNT = WS-ENTRY-SLOT - 1
011260         PERFORM 2200-WORK-ENTRY THRU 2200-EXIT
011270         IF WS-ENTRY-SAVED
011280             MOVE WS-WORK-TRANS TO WS-TRANS-IMAGE (WS-ENTRY-SLOT)
011290             ADD 1 TO WS-CHANGED-COUNT
011300             MOVE "CHANGE" TO WS-SLOG-EVENT
011310             PERFORM 2900-LOG-ENTRY THRU 2900-EXIT
011320             DISPLAY "ENTRY " WS-ENTRY-SLOT " CHANGED"
011330         END-IF
011340     END-IF.
011350 2600-EXIT.
011360     EXIT.
011370
011380*      2700-DELETE-ENTRY TAKES ONE OF THE OPERATOR'S OWN ENTRIES
011390*      OFF THE FILE, CLOSING UP THE ENTRIES BEHIND IT.
011400 2700-DELETE-ENTRY.
011410     PERFORM 2800-TAKE-ENTRY-NUMBER THRU 2800-EXIT.
011420     IF WS-SLOT-OK
011430         DISPLAY "DELETE THIS ENTRY (Y/N): " WITH NO ADVANCING
011440         MOVE SPACE TO WS-ANSWER
011450         ACCEPT WS-ANSWER
011460         IF WS-ANSWER = 'Y'
011470             MOVE "DELETE" TO WS-SLOG-EVENT
011480             PERFORM 2900-LOG-ENTRY THRU 2900-EXIT
011490             PERFORM VARYING WS-WORK-SUB FROM WS-ENTRY-SLOT BY 1
011500                     UNTIL WS-WORK-SUB NOT < WS-TRANS-COUNT
011510                 MOVE WS-TRANS-IMAGE (WS-WORK-SUB + 1) TO
011520                    WS-TRANS-IMAGE (WS-WORK-SUB)
011530             END-PERFORM
011540             SUBTRACT 1 FROM WS-TRANS-COUNT
011542             IF WS-ENTRY-SLOT NOT > WS-BASE-COUNT
011545                 SUBTRACT 1 FROM WS-BASE-COUNT
011547             END-IF
011550             ADD 1 TO WS-DELETED-COUNT
011560             DISPLAY "ENTRY " WS-ENTRY-SLOT " DELETED -- LATER "
011570                 "ENTRIES MOVE UP ONE"
011580         END-IF
011590     END-IF.
011600 2700-EXIT.
011610     EXIT.
011620
011630*      2800-TAKE-ENTRY-NUMBER ASKS WHICH ENTRY TO WORK, SHOWS
011640*      IT, AND LOADS IT INTO WS-WORK-TRANS. ONLY THE OPERATOR'S
011650*      OWN KEYED ENTRIES QUALIFY -- A RESUBMIT, A RETRO
011660*      CORRECTION, OR ANOTHER CLERK'S ENTRY IS LIST-ONLY HERE.
011670 2800-TAKE-ENTRY-NUMBER.
011680     MOVE 'N' TO WS-SLOT-OK-SW.
011690     DISPLAY "ENTRY NUMBER: " WITH NO ADVANCING.
011700     MOVE ZERO TO WS-ENTRY-NUM.
011710     ACCEPT WS-ENTRY-NUM.
011720     IF WS-ENTRY-NUM < 1 OR WS-ENTRY-NUM > WS-TRANS-COUNT
011730         DISPLAY "NO ENTRY " WS-ENTRY-NUM " ON TONIGHT'S FILE"
011740     ELSE
011750         MOVE WS-ENTRY-NUM TO WS-ENTRY-SLOT
011760         MOVE WS-ENTRY-NUM TO WS-TRANS-SUB
011770         MOVE WS-TRANS-IMAGE (WS-ENTRY-SLOT) TO WS-WORK-TRANS
011780         PERFORM 2510-SHOW-ENTRY THRU 2510-EXIT
011790         IF WRK-KEYED-BY = WS-OPERATOR-ID AND WRK-SOURCE = SPACE
011800                 AND WRK-REPAIRED-BY = SPACES
011810             SET WS-SLOT-OK TO TRUE
011820         ELSE
011830             DISPLAY "NOT YOUR KEYED ENTRY -- ONLY THE CLERK WHO "
011840                 "KEYED IT MAY CHANGE OR DELETE IT"
011850         END-IF
011860     END-IF.
011870 2800-EXIT.
011880     EXIT.
011890
011900*      2900-LOG-ENTRY WRITES THE SESSION-LOG LINE FOR A KEYED,
011910*      CHANGED, OR DELETED ENTRY (EVENT ALREADY SET).
011920 2900-LOG-ENTRY.
011930     MOVE SPACES TO WS-SLOG-DETAIL.
011940     STRING "ENTRY " WS-ENTRY-SLOT " ACTION " WRK-ACTION
011950         " EMP-ID " WRK-ID-X " EFF " WRK-EFF-DATE-X
011960         DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
011970     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
011980 2900-EXIT.
011990     EXIT.
012000
012010*      3000-REWRITE-TRANS WRITES THE SESSION TABLE BACK AS
012020*      TONIGHT'S EMPLOYEE-TRANS.DAT -- ONLY WHEN SOMETHING WAS
012021*      KEYED, CHANGED, OR DELETED. LINES ANOTHER CLERK OR
012022*      REJECT-REPAIR ADDED WHILE THE SESSION WAS OPEN ARE READ
012023*      BACK FIRST AND WRITTEN AFTER THE LINES LOADED AT SIGN-ON,
012024*      AHEAD OF THIS SESSION'S NEW ENTRIES, SO NONE IS LOST.
012025 3000-REWRITE-TRANS.
012026     IF WS-KEYED-COUNT > ZERO OR WS-CHANGED-COUNT > ZERO
012027             OR WS-DELETED-COUNT > ZERO
012028         PERFORM 3010-PICK-UP-LATE-ENTRIES THRU 3010-EXIT
012029         IF WS-LATE-TABLE-FULL
012030             DISPLAY "EMPLOYEE-TRANS.DAT GREW PAST 500 ENTRIES "
012032                 "WHILE THIS SESSION WAS OPEN -- NOTHING SAVED"
012033             MOVE "UNSAVED" TO WS-SLOG-EVENT
012034             MOVE "TRANSACTION FILE GREW PAST 500 ENTRIES"
012035                 TO WS-SLOG-DETAIL
012036             PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
012037         ELSE
012038             PERFORM 3020-WRITE-TRANS-FILE THRU 3020-EXIT
012039         END-IF
012040     END-IF.
012041 3000-EXIT.
012042     EXIT.
012044
012045*      3010-PICK-UP-LATE-ENTRIES READS TONIGHT'S FILE AGAIN AND
012046*      HOLDS EVERY LINE PAST THE WS-LOADED-COUNT LINES ON IT AT
012047*      SIGN-ON. TOGETHER WITH THE SESSION TABLE THEY MUST FIT
012048*      THE 500 A SESSION CAN LOAD, OR THE NEXT SESSION COULD NOT
012049*      OPEN THE FILE.
012050 3010-PICK-UP-LATE-ENTRIES.
012051     MOVE ZERO TO WS-LATE-COUNT.
012052     MOVE ZERO TO WS-READ-COUNT.
012053     MOVE 'N' TO WS-EOF.
012055     OPEN INPUT TRANS-FILE.
012056     IF WS-TRANS-OK
012057         PERFORM UNTIL WS-EOF-YES
012058             READ TRANS-FILE
012059                 AT END
012060                     MOVE 'Y' TO WS-EOF
012061                 NOT AT END
012062                     ADD 1 TO WS-READ-COUNT
012063                     IF WS-READ-COUNT > WS-LOADED-COUNT
012064                         IF WS-LATE-COUNT + WS-TRANS-COUNT < 500
012065                             ADD 1 TO WS-LATE-COUNT
012067                             MOVE TRANS-REC TO
012068                                WS-LATE-IMAGE (WS-LATE-COUNT)
012069                         ELSE
012070                             SET WS-LATE-TABLE-FULL TO TRUE
012071                         END-IF
012072                     END-IF
012073             END-READ
012074         END-PERFORM
012075         CLOSE TRANS-FILE
012076     END-IF.
012077     MOVE '00' TO WS-TRANS-STATUS.
012079 3010-EXIT.
012080     EXIT.
012081
012082*      3020-WRITE-TRANS-FILE WRITES THE LINES LOADED AT SIGN-ON AS
012083*      THEY NOW STAND, THEN THE LATE LINES, THEN THE ENTRIES KEYED
012084*      THIS SESSION.
012085 3020-WRITE-TRANS-FILE.
012086     OPEN OUTPUT TRANS-FILE.
012087     IF WS-TRANS-OK
012088         MOVE ZERO TO WS-SAVE-COUNT
012090         PERFORM VARYING WS-TRANS-SUB FROM 1 BY 1
012100                 UNTIL WS-TRANS-SUB > WS-BASE-COUNT
012110             MOVE WS-TRANS-IMAGE (WS-TRANS-SUB) TO TRANS-REC
012111             WRITE TRANS-REC
012112             ADD 1 TO WS-SAVE-COUNT
012114         END-PERFORM
012115         PERFORM VARYING WS-TRANS-SUB FROM 1 BY 1
012116                 UNTIL WS-TRANS-SUB > WS-LATE-COUNT
012118             MOVE WS-LATE-IMAGE (WS-TRANS-SUB) TO TRANS-REC
012119             WRITE TRANS-REC
012120             ADD 1 TO WS-SAVE-COUNT
012122         END-PERFORM
012123         PERFORM VARYING WS-TRANS-SUB FROM WS-BASE-COUNT BY 1
012124                 UNTIL WS-TRANS-SUB NOT < WS-TRANS-COUNT
012126             MOVE WS-TRANS-IMAGE (WS-TRANS-SUB + 1) TO TRANS-REC
012127             WRITE TRANS-REC
012128             ADD 1 TO WS-SAVE-COUNT
012130         END-PERFORM
012140         CLOSE TRANS-FILE
012150         DISPLAY "EMPLOYEE-TRANS.DAT REWRITTEN: "
012152             WS-SAVE-COUNT " ENTRIES"
012155         IF WS-LATE-COUNT > ZERO
012158             DISPLAY WS-LATE-COUNT " OF THEM ADDED BY OTHERS "
012161                 "DURING THIS SESSION -- KEPT AHEAD OF YOUR NEW "
012164                 "ENTRIES"
012167         END-IF
012170     ELSE
012180         DISPLAY "EMPLOYEE-TRANS.DAT COULD NOT BE REWRITTEN, "
012190             "STATUS: " WS-TRANS-STATUS
012210     END-IF.
012220 3020-EXIT.
012230     EXIT.
012240
012250 3900-TERMINATE.
012260     IF WS-EMP-OUT-OPENED
012270         CLOSE EMP-OUT
012280     END-IF.
012290     IF WS-SIGNED-ON
012300         DISPLAY "ENTRIES KEYED:   " WS-KEYED-COUNT
012310         DISPLAY "ENTRIES CHANGED: " WS-CHANGED-COUNT
012320         DISPLAY "ENTRIES DELETED: " WS-DELETED-COUNT
012330     END-IF.
012340     MOVE SPACES TO WS-SLOG-DETAIL.
012350     STRING "KEYED " WS-KEYED-COUNT " CHANGED " WS-CHANGED-COUNT
012360         " DELETED " WS-DELETED-COUNT
012370         DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
012380     IF WS-SLOG-OPENED
012390         IF WS-SIGNED-ON
012400             MOVE "SIGN-OFF" TO WS-SLOG-EVENT
012410             PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
012420         END-IF
012430         CLOSE SESSION-LOG
012440     END-IF.
012450 3900-EXIT.
012460     EXIT.
