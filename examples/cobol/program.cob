002010*                    ACCOUNTS, AND ITS EMPLOYEE-OUT.DAT OPEN  *
002020*                    IS NOW STATUS-CHECKED LIKE EVERY OTHER.  *
002030*  09/02/2026 RH    A RESTART NOW RE-DECIDES AN IN-CHECKPOINT *
002031*                    ENTRY THAT MEETS THE APPROVAL-QUEUE TEST *
002032*                    -- THE ABENDED RUN CAN ONLY HAVE PARKED  *
002033*                    IT IN MEMORY, NEVER APPLIED IT, SO IT IS *
002034*                    PARKED AGAIN INSTEAD OF VANISHING; 2570  *
002035*                    SKIPS A PARK WHOSE IMAGE IS ALREADY      *
002036*                    PENDING SO THE QUEUE NEVER DOUBLES UP.   *
002037*  10/15/2026 RH    POSITION CONTROL: POSITION-CONTROL.DAT     *
002038*                    CARRIES AN AUTHORIZED HEADCOUNT AND       *
002039*                    ANNUAL SALARY BUDGET PER DEPT/GRADE. A    *
002040*                    HIRE, OR A CHANGE INTO ANOTHER POSITION,  *
002041*                    THAT FINDS NO FREE HEAD IS REJECTED '12'; *
002042*                    ONE THAT WOULD OVERSPEND THE BUDGET IS    *
002043*                    REJECTED '13'. BATCH WRITES               *
002044*                    POSITION-CONTROL.RPT -- AUTHORIZED,       *
002045*                    FILLED, PENDING, VACANT, AND BUDGET BY    *
002046*                    DEPARTMENT.                               *
002047*  10/15/2026 RH    THE 'L' MODE NOW SIGNS ON AGAINST          *
002048*                    OPERATOR-MASTER.DAT AND NEEDS CORRECT     *
002049*                    AUTHORITY; THE OPERATOR IS THE AUDIT      *
002050*                    LINE'S APPROVER AND EVERY SESSION GOES TO *
002051*                    OPERATOR-SESSION-LOG.DAT. TRANSACTIONS    *
002052*                    CARRY KEYED-BY AND REPAIRED-BY (IMAGE NOW *
002053*                    66 BYTES ON THE WAREHOUSE AND QUEUE),     *
002054*                    REJECTS CARRY THE KEYER, AND THE REGISTER *
002055*                    LINE SHOWS IT.                            *
002056*  10/15/2026 RH    OPERATOR-REC PICKED UP THE KEYING          *
002057*                    AUTHORITY BYTE TRANS-ENTRY SIGNS ON WITH, *
002058*                    SO THE LAYOUT STAYS IN STEP WITH          *
002059*                    OPERATOR-MASTER.DAT.                      *
002060*  10/15/2026 RH    THE EMPLOYEE MASTERS NOW CARRY HIRE DATE   *
002061*                    AND ADJUSTED SERVICE DATE. A HIRE STAMPS  *
002062*                    BOTH FROM ITS EFFECTIVE DATE; A REHIRE    *
002063*                    KEEPS THE ORIGINAL HIRE DATE FROM         *
002064*                    EMP-TERMINATED.DAT, WHICH NOW RECORDS     *
002065*                    BOTH DATES AT TERMINATION. CHANGES,       *
002066*                    STATUS MOVES, AND THE MASTER PASS CARRY   *
002067*                    THEM THROUGH.                             *
002068*  10/15/2026 RH    EVERY HIRE, REHIRE, TERMINATION, LEAVE,    *
002069*                    RETURN, TRANSFER, AND SALARY CHANGE THE   *
002070*                    MERGE APPLIES IS JOURNALED ON             *
002071*                    VENDOR-EVENTS.DAT WITH A RUNNING SEQUENCE *
002072*                    NUMBER, AND A CLEAN BATCH FINISH WRITES   *
002073*                    THE EVENTS NOT YET SENT TO                *
002074*                    VENDOR-CHANGES.DAT FOR THE BENEFITS       *
002075*                    CARRIER AND HR VENDORS, TRACKED ON        *
002076*                    VENDOR-EXTRACT-CONTROL.DAT SO A RERUN     *
002077*                    NEVER SENDS AN EVENT TWICE.               *
002078*  10/15/2026 RH    AN EMPLOYEE ON THE NEW                     *
002079*                    LABOR-DISTRIBUTION.DAT HAS THEIR RAISE,   *
002080*                    HIRE, TERMINATION, AND RETRO GL DELTAS    *
002081*                    SPREAD ACROSS THEIR DEPARTMENTS BY        *
002082*                    PERCENTAGE. A SPLIT WITH A DEPARTMENT NOT *
002083*                    ON DEPT-MASTER.DAT, OR NOT TOTALING 100%, *
002084*                    IS IGNORED WITH A CONSOLE NOTE AND THE    *
002085*                    EMPLOYEE CHARGES THE HOME DEPARTMENT AS   *
002086*                    BEFORE.                                   *
002087*  10/15/2026 RH    EVERY AUDIT LINE NOW CARRIES               *
002088*                    AUDIT-EFF-DATE PAST THE ACTION CODE -- A  *
002089*                    DATED TRANSACTION'S EFFECTIVE DATE,       *
002090*                    SPACES WHEN THE CHANGE TOOK EFFECT THE    *
002091*                    NIGHT IT RAN -- SO SALARY-LETTERS CAN     *
002092*                    QUOTE IT.                                 *
002093*  10/15/2026 RH    A BATCH FINISH WITH NO VENDOR EVENTS PAST  *
002094*                    THE EXTRACT CONTROL NOW LEAVES            *
002095*                    VENDOR-CHANGES.DAT AND                    *
002096*                    VENDOR-EXTRACT-CONTROL.DAT UNTOUCHED, SO  *
002097*                    A SECOND RUN THE SAME NIGHT NO LONGER     *
002098*                    EMPTIES A FILE THE VENDORS HAVE NOT       *
002099*                    COLLECTED.                                *
002100*  10/15/2026 RH    A VENDOR EVENT IS NOW ADDED TO TONIGHT'S   *
002102*                    SEEN TABLE BEFORE ITS JOURNAL LINE IS     *
002103*                    WRITTEN, NOT READ BACK FROM THE RECORD    *
002105*                    AREA AFTERWARD, SO A REPEAT LATER IN THE  *
002107*                    RUN IS CAUGHT.                            *
002108*  10/15/2026 RH    AN EXISTING LABOR-DISTRIBUTION.DAT,        *
002110*                    POSITION-CONTROL.DAT, OR                  *
002111*                    VENDOR-EVENTS.DAT THAT WILL NOT OPEN IS   *
002113*                    NOW REPORTED AND LEFT UNREAD, INSTEAD OF  *
002115*                    BEING READ UNOPENED.                      *
002116*--------------------------------------------------------------*
002118*
002120 ENVIRONMENT DIVISION.
002130 INPUT-OUTPUT SECTION.
002140 FILE-CONTROL.
002630         FILE STATUS IS WS-PROJECTION-STATUS.
002640     SELECT GL-EXTRACT ASSIGN TO 'GL-INTERFACE.DAT'
002650         ORGANIZATION IS LINE SEQUENTIAL
002651         FILE STATUS IS WS-GL-STATUS.
002653     SELECT VENDOR-EVENTS ASSIGN TO 'VENDOR-EVENTS.DAT'
002655         ORGANIZATION IS LINE SEQUENTIAL
002656         FILE STATUS IS WS-VND-EVENTS-STATUS.
002658     SELECT VENDOR-EXTRACT ASSIGN TO 'VENDOR-CHANGES.DAT'
002660         ORGANIZATION IS LINE SEQUENTIAL
002661         FILE STATUS IS WS-VND-EXTRACT-STATUS.
002663     SELECT VENDOR-CONTROL
002665         ASSIGN TO 'VENDOR-EXTRACT-CONTROL.DAT'
002666         ORGANIZATION IS LINE SEQUENTIAL
002668         FILE STATUS IS WS-VND-CTL-STATUS.
002670     SELECT TRANS-PENDING-WRK
002680         ASSIGN TO 'EMP-TRANS-PENDING.WRK'
002690         ORGANIZATION IS LINE SEQUENTIAL
002710     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-DEPT-STATUS.
002732     SELECT LABOR-FILE ASSIGN TO 'LABOR-DISTRIBUTION.DAT'
002735         ORGANIZATION IS LINE SEQUENTIAL
002737         FILE STATUS IS WS-LABOR-STATUS.
002740     SELECT THRESHOLD-FILE ASSIGN TO 'APPROVAL-THRESHOLD.DAT'
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS WS-THRESH-STATUS.
002850         FILE STATUS IS WS-RETRO-RPT-STATUS.
002860     SELECT TRANS-REG ASSIGN TO 'TRANS-REGISTER.RPT'
002870         ORGANIZATION IS LINE SEQUENTIAL
002871         FILE STATUS IS WS-TREG-STATUS.
002872     SELECT POSITION-FILE ASSIGN TO 'POSITION-CONTROL.DAT'
002874         ORGANIZATION IS LINE SEQUENTIAL
002875         FILE STATUS IS WS-POS-STATUS.
002877     SELECT POSITION-RPT ASSIGN TO 'POSITION-CONTROL.RPT'
002878         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-POS-RPT-STATUS.
002881     SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR-MASTER.DAT'
002882         ORGANIZATION IS LINE SEQUENTIAL
002884         FILE STATUS IS WS-OPR-STATUS.
002885     SELECT SESSION-LOG ASSIGN TO 'OPERATOR-SESSION-LOG.DAT'
002887         ORGANIZATION IS LINE SEQUENTIAL
002888         FILE STATUS IS WS-SLOG-STATUS.
002890
002900 DATA DIVISION.
002910 FILE SECTION.
003020     05  EMP-STATUS        PIC X(01).
003030         88  EMP-IS-ACTIVE         VALUES 'A' ' '.
003040         88  EMP-ON-LEAVE          VALUE 'L'.
003041*      EMP-HIRE-DATE IS THE ORIGINAL DATE OF HIRE AND STAYS PUT
003042*      ACROSS A REHIRE. EMP-SERVICE-DATE IS THE ADJUSTED SERVICE
003043*      DATE -- THE START OF THE CURRENT SPELL OF SERVICE, WHICH A
003044*      REHIRE RESETS TO THE DAY THE EMPLOYEE CAME BACK -- AND IS
003045*      WHAT SENIORITY, ANNIVERSARIES, AND PROBATION RUN FROM.
003046*      ZERO MEANS NOT RECORDED.
003047     05  EMP-HIRE-DATE     PIC 9(08).
003048     05  EMP-SERVICE-DATE  PIC 9(08).
003050
003060 FD  EMP-OUT.
003070 01  EMP-OUT-REC.
003130     05  OUT-STATUS        PIC X(01).
003140         88  OUT-IS-ACTIVE         VALUES 'A' ' '.
003150         88  OUT-ON-LEAVE          VALUE 'L'.
003153     05  OUT-HIRE-DATE     PIC 9(08).
003156     05  OUT-SERVICE-DATE  PIC 9(08).
003160
003170*      RAISE-RATE-FILE IS THE MAINTAINED RAISE TABLE LOADED INTO
003180*      WS-RATE-TABLE AT STARTUP. ONE LINE PER DEPT/GRADE COMBO.
003530*      INSTEAD OF RIDING THE RAISE LOGIC A SECOND TIME.
003540     05  TRANS-SOURCE      PIC X(01).
003550         88  TRANS-FROM-RETRO      VALUE 'R'.
003551*      TRANS-KEYED-BY IS THE OPERATOR WHO KEYED THE TRANSACTION
003552*      AND TRANS-REPAIRED-BY THE ONE WHO LAST CORRECTED IT ON
003553*      THE REJECT-REPAIR WORKBENCH -- APPROVAL-REVIEW WILL NOT
003555*      LET EITHER OF THEM APPROVE IT. BLANK ON OLDER FILES;
003556*      '*RETRO*' ON THE CORRECTIONS THE RETRO MODE GENERATES.
003557     05  TRANS-KEYED-BY    PIC X(08).
003558     05  TRANS-REPAIRED-BY PIC X(08).
003560
003570*      CHECKPOINT-FILE HOLDS A SINGLE RECORD NAMING THE LAST
003580*      EMP-ID SUCCESSFULLY PROCESSED, SO A RERUN AFTER AN ABEND
003870*      EVENING LEAVES WAREHOUSE AND CHECKPOINT CONSISTENT.
003880 FD  TRANS-PENDING-FILE.
003890 01  PENDING-REC.
003900     05  PEND-IMAGE        PIC X(66).
003910
003920 FD  TRANS-PENDING-WRK.
003930 01  PENDING-WRK-REC.
003940     05  PEND-WRK-IMAGE    PIC X(66).
003950
003960*      THRESHOLD-FILE CARRIES THE MAINTAINED APPROVAL THRESHOLD
003970*      -- ANY 'A' OR 'C' TRANSACTION WHOSE SALARY IS AT OR OVER
004090*      DROPS THE 'D' ONES, AND CARRIES THE 'P' ONES FORWARD.
004100 FD  APPROVAL-FILE.
004110 01  APPROVAL-REC.
004120     05  APPR-TRANS-IMAGE  PIC X(66).
004130     05  FILLER            PIC X(01).
004140     05  APPR-STATUS       PIC X(01).
004150     05  FILLER            PIC X(01).
004540     05  DEPT-REC-MGR      PIC X(20).
004550     05  FILLER            PIC X(01).
004560     05  DEPT-REC-ACCT     PIC X(08).
004561
004562*      LABOR-FILE IS THE MAINTAINED LABOR-DISTRIBUTION TABLE --
004564*      ONE LINE PER DEPARTMENT AN EMPLOYEE'S COST IS SPLIT
004565*      ACROSS, WITH THE PERCENTAGE THAT DEPARTMENT CARRIES. AN
004566*      EMPLOYEE'S LINES MUST NAME DEPT-MASTER.DAT CODES AND TOTAL
004568*      100.00. AN EMPLOYEE WITH NO LINES CHARGES OUT-DEPT ALONE.
004569 FD  LABOR-FILE.
004570 01  LABOR-REC.
004572     05  LD-REC-EMP-ID     PIC 9(05).
004573     05  FILLER            PIC X(01).
004574     05  LD-REC-DEPT       PIC X(04).
004576     05  FILLER            PIC X(01).
004577     05  LD-REC-PCT        PIC 9(03)V99.
004578
004580*      BAND-FILE IS THE MAINTAINED SALARY-BAND TABLE LOADED INTO
004590*      WS-BAND-TABLE AT STARTUP -- ONE LINE PER DEPT/GRADE COMBO
004600*      GIVING THE MINIMUM AND MAXIMUM THE GRADE SHOULD PAY, SAME
004650     05  BAND-REC-GRADE    PIC X(02).
004660     05  BAND-REC-MIN      PIC 9(07)V99.
004670     05  BAND-REC-MAX      PIC 9(07)V99.
004671
004672*      BAND-EXC-RPT LISTS EVERY OUT-SALARY THE RUN LEFT OUTSIDE
004673*      ITS DEPT/GRADE BAND, WITH THE BAND LIMITS SHOWN, SO COMP
004674*      REVIEW SEES IT THE NIGHT IT HAPPENS.
004675 FD  BAND-EXC-RPT.
004676 01  BAND-EXC-LINE             PIC X(100).
004677
004678*      POSITION-FILE IS THE MAINTAINED POSITION-CONTROL TABLE --
004679*      ONE LINE PER DEPT/GRADE COMBO GIVING THE HEADCOUNT HR IS
004680*      AUTHORIZED TO CARRY AND THE ANNUAL SALARY BUDGET THAT
004681*      HEADCOUNT MAY SPEND, SAME STYLE AS SALARY-BANDS.DAT. A
004682*      DEPT/GRADE WITH NO LINE IS NOT UNDER POSITION CONTROL.
004683 FD  POSITION-FILE.
004684 01  POSITION-REC.
004685     05  POS-REC-DEPT      PIC X(04).
004686     05  POS-REC-GRADE     PIC X(02).
004688     05  POS-REC-HEADS     PIC 9(05).
004689     05  POS-REC-BUDGET    PIC 9(09)V99.
004690
004691*      POSITION-RPT IS THE VACANCY AND BUDGET REPORT REWRITTEN
004692*      AT THE END OF EVERY CLEAN BATCH PASS -- AUTHORIZED VS.
004693*      FILLED VS. PENDING HEADCOUNT AND SALARY FOR EACH
004694*      DEPT/GRADE, WITH DEPARTMENT SUBTOTALS.
004695 FD  POSITION-RPT.
004696 01  POSITION-LINE             PIC X(132).
004697
004698*      OPERATOR-FILE IS THE MAINTAINED SIGN-ON LIST -- ONE LINE
004699*      PER OPERATOR WITH A PASSWORD, AN ACTIVE BYTE ('A' ACTIVE,
004700*      ANYTHING ELSE REVOKED), AND ONE AUTHORITY BYTE PER
004701*      WORKBENCH FUNCTION: 'I' INQUIRY (EMP-INQUIRY), 'R' REPAIR
004702*      (REJECT-REPAIR), 'A' APPROVE (APPROVAL-REVIEW), 'C'
004703*      CORRECT (EMPLOYEE-UPDATE'S 'L' MODE), 'K' KEYING
004705*      (TRANS-ENTRY). A BLANK BYTE WITHHOLDS THAT FUNCTION.
004706 FD  OPERATOR-FILE.
004707 01  OPERATOR-REC.
004708     05  OPR-ID            PIC X(08).
004709     05  FILLER            PIC X(01).
004710     05  OPR-NAME          PIC X(20).
004711     05  FILLER            PIC X(01).
004712     05  OPR-PASSWORD      PIC X(08).
004713     05  FILLER            PIC X(01).
004714     05  OPR-ACTIVE        PIC X(01).
004715     05  FILLER            PIC X(01).
004716     05  OPR-AUTH-INQUIRY  PIC X(01).
004717     05  OPR-AUTH-REPAIR   PIC X(01).
004718     05  OPR-AUTH-APPROVE  PIC X(01).
004719     05  OPR-AUTH-CORRECT  PIC X(01).
004720     05  OPR-AUTH-KEYING   PIC X(01).
004721
004723*      SESSION-LOG IS THE APPEND-ONLY TRAIL EVERY WORKBENCH
004724*      SHARES -- ONE LINE PER SIGN-ON, REFUSAL, ACTION TAKEN, AND
004725*      SIGN-OFF, SAYING WHO, IN WHICH PROGRAM, AND WHEN.
004726 FD  SESSION-LOG.
004727 01  SESSION-LOG-REC.
004728     05  SLOG-DATE         PIC 9(08).
004729     05  FILLER            PIC X(01).
004730     05  SLOG-TIME         PIC 9(06).
004731     05  FILLER            PIC X(01).
004732     05  SLOG-OPERATOR     PIC X(08).
004733     05  FILLER            PIC X(01).
004734     05  SLOG-PROGRAM      PIC X(16).
004735     05  FILLER            PIC X(01).
004736     05  SLOG-EVENT        PIC X(08).
004737     05  FILLER            PIC X(01).
004738     05  SLOG-DETAIL       PIC X(50).
004740
004750*      TERM-MASTER IS THE TERMINATED-EMPLOYEE HISTORY FILE --
004760*      2530-APPLY-TERM APPENDS THE EMPLOYEE'S FINAL RECORD AND
004910     05  TM-GRADE          PIC X(02).
004920     05  FILLER            PIC X(01).
004930     05  TM-TERM-DATE      PIC 9(08).
004931*      THE HIRE AND SERVICE DATES THE EMPLOYEE LEFT WITH -- BLANK
004932*      ON LINES WRITTEN BEFORE THE MASTERS CARRIED THEM.
004934     05  FILLER            PIC X(01).
004935     05  TM-HIRE-DATE      PIC 9(08).
004937     05  FILLER            PIC X(01).
004938     05  TM-SERVICE-DATE   PIC 9(08).
004940
004950*      PROPOSED-RATE-FILE IS A CANDIDATE RAISE TABLE IN THE
004960*      EXACT RAISE-RATES.DAT LAYOUT -- SIMULATION MODE LOADS IT
005290*      THE CODE IS NOT ON IT, WHICH IS WHAT FINANCE GOT BEFORE.
005300     05  GL-DTL-ACCT       PIC X(08).
005310     05  FILLER            PIC X(08).
005311 01  GL-TRL-REC.
005312     05  GL-TRL-TYPE       PIC X(01).
005313     05  GL-TRL-COUNT      PIC 9(07).
005314     05  GL-TRL-HASH       PIC 9(13)V99.
005315     05  FILLER            PIC X(12).
005316
005317*      VENDOR-EVENTS IS THE JOURNAL OF EVERY EMPLOYEE EVENT THE
005318*      TRANSACTION MERGE HAS APPLIED -- ONE LINE PER EVENT, EACH
005319*      WITH A SEQUENCE NUMBER THAT NEVER REPEATS, APPENDED NIGHT
005320*      AFTER NIGHT AND ACROSS A RESTART THE SAME AS THE REGISTER.
005322*      THE LINE IS THE VENDOR EXTRACT'S DETAIL RECORD AS SENT.
005323 FD  VENDOR-EVENTS.
005324 01  VENDOR-EVENT-REC.
005325     05  VE-TYPE           PIC X(01).
005326     05  VE-SEQ            PIC 9(09).
005327     05  VE-EVENT          PIC X(03).
005328     05  VE-EMP-ID         PIC 9(05).
005329     05  VE-NAME           PIC X(20).
005330     05  VE-EFF-DATE       PIC 9(08).
005331     05  VE-DEPT           PIC X(04).
005332     05  VE-GRADE          PIC X(02).
005334     05  VE-BEFORE         PIC 9(07)V99.
005335     05  VE-AFTER          PIC 9(07)V99.
005336     05  VE-RUN-DATE       PIC 9(08).
005337     05  FILLER            PIC X(02).
005338
005339*      VENDOR-EXTRACT IS THE FIXED-LAYOUT CHANGE FILE THE
005340*      BENEFITS CARRIER AND THE HR VENDORS LOAD EACH MORNING -- A
005341*      HEADER WITH THE RUN DATE AND THE SEQUENCE RANGE IT COVERS,
005342*      ONE DETAIL LINE PER EVENT NOT SENT BEFORE, AND A TRAILER
005343*      WITH THE RECORD COUNT AND THE HASH TOTAL OF THE EMP-IDS.
005345*      EVENT CODES: HIR HIRE, RHR REHIRE, TRM TERMINATION, LOA
005346*      LEAVE STARTED, RTN RETURN FROM LEAVE, XFR DEPT OR GRADE
005347*      CHANGE, SAL SALARY-ONLY CHANGE, CHG CHANGE THAT MOVED
005348*      NEITHER.
005349 FD  VENDOR-EXTRACT.
005350 01  VX-HDR-REC.
005351     05  VX-HDR-TYPE       PIC X(01).
005352     05  VX-HDR-RUN-DATE   PIC 9(08).
005353     05  VX-HDR-FIRST-SEQ  PIC 9(09).
005354     05  VX-HDR-LAST-SEQ   PIC 9(09).
005355     05  FILLER            PIC X(53).
005357 01  VX-DTL-REC            PIC X(80).
005358 01  VX-TRL-REC.
005359     05  VX-TRL-TYPE       PIC X(01).
005360     05  VX-TRL-RUN-DATE   PIC 9(08).
005361     05  VX-TRL-COUNT      PIC 9(07).
005362     05  VX-TRL-HASH       PIC 9(15).
005363     05  FILLER            PIC X(49).
005364
005365*      VENDOR-CONTROL REMEMBERS THE LAST JOURNAL SEQUENCE NUMBER
005366*      ALREADY WRITTEN TO A VENDOR EXTRACT, SO THE NEXT EXTRACT --
005367*      TOMORROW'S, OR A RERUN OF TONIGHT'S -- STARTS AFTER IT.
005369 FD  VENDOR-CONTROL.
005370 01  VENDOR-CONTROL-REC.
005371     05  VC-RUN-DATE       PIC 9(08).
005372     05  FILLER            PIC X(01).
005373     05  VC-FIRST-SEQ      PIC 9(09).
005374     05  FILLER            PIC X(01).
005375     05  VC-LAST-SEQ       PIC 9(09).
005376     05  FILLER            PIC X(01).
005377     05  VC-COUNT          PIC 9(07).
005378
005380*      SUMMARY-RPT CARRIES THE END-OF-RUN CONTROL TOTALS WRITTEN
005390*      BY 3100-WRITE-SUMMARY SO THE RUN CAN BE EYEBALLED BEFORE
005400*      EMPLOYEE-OUT.DAT IS RELEASED DOWNSTREAM.
005760         88  AUDIT-IS-LEAVE        VALUE 'L'.
005770         88  AUDIT-IS-RETURN       VALUE 'B'.
005780         88  AUDIT-IS-EXACT        VALUE 'X'.
005781     05  FILLER            PIC X(01).
005782*      AUDIT-EFF-DATE IS THE EFFECTIVE DATE OF A DATED
005784*      TRANSACTION (TRANS-EFF-DATE) -- SPACES WHEN THE CHANGE
005785*      TOOK EFFECT THE NIGHT IT RAN, AND ON OLDER LINES, SO A
005787*      READER TAKES AUDIT-RUN-DATE IN ITS PLACE.
005788     05  AUDIT-EFF-DATE    PIC X(08).
005790
005800*      EMP-REJECTS CATCHES ANY EMP-IN-REC THAT FAILS THE BASIC
005810*      SANITY CHECKS IN 2050-VALIDATE-RECORD, ALONG WITH A REASON
006040         88  REJECT-DISP-PENDING      VALUE 'P'.
006050         88  REJECT-DISP-RESUBMITTED  VALUE 'R'.
006060         88  REJECT-DISP-WRITTEN-OFF  VALUE 'W'.
006061     05  FILLER               PIC X(01).
006063*      REJECT-KEYED-BY CARRIES A REJECTED TRANSACTION'S KEYER
006065*      ONTO THE REJECT, SO A REPAIRED RESUBMIT STILL NAMES WHO
006066*      KEYED IT. BLANK FOR A REJECT FROM THE MASTER PASS.
006068     05  REJECT-KEYED-BY      PIC X(08).
006070
006080 WORKING-STORAGE SECTION.
006090 77  WS-EMP-IN-STATUS      PIC X(02)  VALUE '00'.
006590*      (FIVE-DIGIT EMP-ID FOR 'L', EIGHT-DIGIT DATE FOR 'R').
006600 01  WS-CMD-ARG2           PIC X(08)  VALUE SPACES.
006610 01  WS-CMD-ARG2-ID REDEFINES WS-CMD-ARG2.
006611     05  WS-ARG2-ID-NUM    PIC 9(05).
006612     05  FILLER            PIC X(03).
006613 01  WS-CMD-ARG2-DATE REDEFINES WS-CMD-ARG2
006614                           PIC 9(08).
006615*
006617*      OPERATOR SIGN-ON SUPPORT. WS-OPERATOR-ID IS WHO SIGNED ON
006618*      -- SPACES UNTIL 1050-SIGN-ON ACCEPTS SOMEONE -- AND EVERY
006619*      SESSION-LOG LINE WRITTEN AFTER THAT CARRIES IT. THE WS-OPR-
006620*      FIELDS HOLD THE MATCHED OPERATOR-MASTER.DAT LINE, WITH
006621*      WS-OPR-AUTH BEING THE ONE AUTHORITY BYTE THIS PROGRAM
006623*      NEEDS.
006624 77  WS-OPR-STATUS         PIC X(02)  VALUE '00'.
006625 77  WS-OPR-EOF            PIC X      VALUE 'N'.
006626     88  WS-OPR-EOF-YES               VALUE 'Y'.
006627 77  WS-OPR-FOUND-SW       PIC X      VALUE 'N'.
006629     88  WS-OPR-FOUND                 VALUE 'Y'.
006630 77  WS-OPR-NAME           PIC X(20)  VALUE SPACES.
006631 77  WS-OPR-PASSWORD       PIC X(08)  VALUE SPACES.
006632 77  WS-OPR-ACTIVE         PIC X(01)  VALUE SPACE.
006633     88  WS-OPR-IS-ACTIVE             VALUE 'A'.
006635 77  WS-OPR-AUTH           PIC X(01)  VALUE SPACE.
006636     88  WS-OPR-AUTHORIZED            VALUE 'C'.
006637 77  WS-SIGNON-SW          PIC X      VALUE 'N'.
006638     88  WS-SIGNED-ON                 VALUE 'Y'.
006639 77  WS-SIGNON-TRIES       PIC 9(01)  VALUE ZERO.
006640 77  WS-SIGNON-ID          PIC X(08)  VALUE SPACES.
006642 77  WS-SIGNON-PASSWORD    PIC X(08)  VALUE SPACES.
006643 77  WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
006644 77  WS-SLOG-STATUS        PIC X(02)  VALUE '00'.
006645 77  WS-SLOG-OPEN-SW       PIC X      VALUE 'N'.
006646     88  WS-SLOG-OPENED               VALUE 'Y'.
006648 77  WS-SLOG-EVENT         PIC X(08)  VALUE SPACES.
006649 77  WS-SLOG-DETAIL        PIC X(50)  VALUE SPACES.
006650 77  WS-SLOG-DATE          PIC 9(08)  VALUE ZERO.
006651 01  WS-SLOG-CLOCK.
006652     05  WS-SLOG-HHMMSS    PIC 9(06).
006654     05  FILLER            PIC 9(02).
006655*      WS-KEYED-BY-WORK IS THE KEYER OF THE TRANSACTION NOW
006656*      BEING DECIDED, FOR 2060-REJECT-RECORD -- SET BY 2505-
006657*      APPLY-OR-DEFER, SO IT STAYS BLANK THROUGH THE MASTER PASS.
006658 77  WS-KEYED-BY-WORK      PIC X(08)  VALUE SPACES.
006660 77  WS-EOF                PIC X      VALUE 'N'.
006670     88  WS-EOF-YES                   VALUE 'Y'.
006680     88  WS-EOF-NO                    VALUE 'N'.
007380 01  WS-PEND-TABLE.
007390     05  WS-PEND-COUNT     PIC 9(03)  VALUE ZERO.
007400     05  WS-PEND-ENTRY OCCURS 500 TIMES
007410                           PIC X(66).
007420 01  WS-CARRY-TABLE.
007430     05  WS-CARRY-COUNT    PIC 9(03)  VALUE ZERO.
007440     05  WS-CARRY-ENTRY OCCURS 500 TIMES
007450                           PIC X(66).
007460*
007470*      SALARY-BAND COMPLIANCE SUPPORT -- WS-BAND-TABLE IS THE
007480*      IN-MEMORY COPY OF SALARY-BANDS.DAT, LOADED ONCE AT
007650         10  WS-BAND-GRADE PIC X(02).
007660         10  WS-BAND-MIN   PIC 9(07)V99.
007670         10  WS-BAND-MAX   PIC 9(07)V99.
007671 01  WS-BAND-AMOUNT-ED     PIC $,$$$,$$$,$$9.99.
007672 01  WS-BAND-AMT2-ED       PIC $,$$$,$$$,$$9.99.
007673 01  WS-BAND-AMT3-ED       PIC $,$$$,$$$,$$9.99.
007674*
007675*      POSITION-CONTROL SUPPORT -- WS-POS-TABLE IS THE IN-MEMORY
007676*      COPY OF POSITION-CONTROL.DAT, LOADED ONCE AT STARTUP BY
007677*      1180-LOAD-POSITION-TABLE. THE FILLED HEADCOUNT AND SALARY
007678*      ARE COUNTED OFF EMPLOYEE-OUT.DAT BY 2580-COUNT-FILLED-
007679*      POSITIONS ONCE THE MASTER PASS IS DONE, THEN KEPT CURRENT
007680*      AS EACH HIRE, CHANGE, AND TERMINATION APPLIES, SO EVERY
007681*      TRANSACTION IS CHECKED AGAINST WHAT THE ONES AHEAD OF IT
007682*      LEFT. NO FILE ON HAND MEANS NO POSITION CONTROL TONIGHT.
007683 77  WS-POS-STATUS         PIC X(02)  VALUE '00'.
007685 77  WS-POS-RPT-STATUS     PIC X(02)  VALUE '00'.
007686 77  WS-POS-EOF            PIC X      VALUE 'N'.
007687     88  WS-POS-EOF-YES               VALUE 'Y'.
007688 77  WS-POS-SCAN-EOF       PIC X      VALUE 'N'.
007689     88  WS-POS-SCAN-EOF-YES          VALUE 'Y'.
007690 77  WS-POS-TBL-FULL-SW    PIC X      VALUE 'N'.
007691     88  WS-POS-TABLE-FULL            VALUE 'Y'.
007692 77  WS-POS-ON-SW          PIC X      VALUE 'N'.
007693     88  WS-POSITION-CONTROL-ON       VALUE 'Y'.
007694 77  WS-POS-FOUND-SW       PIC X      VALUE 'N'.
007695     88  WS-POS-FOUND                 VALUE 'Y'.
007696*      WS-POS-OK-SW IS THE CHECK'S VERDICT FOR THE TRANSACTION IN
007697*      FLIGHT; WS-POS-SAME-SW SAYS THE EMPLOYEE ALREADY SITS IN
007699*      THE TARGET DEPT/GRADE, SO A CHANGE TAKES NO NEW HEAD AND
007700*      ONLY ITS SALARY MOVE COUNTS AGAINST THE BUDGET.
007701 77  WS-POS-OK-SW          PIC X      VALUE 'Y'.
007702     88  WS-POSITION-OK               VALUE 'Y'.
007703 77  WS-POS-SAME-SW        PIC X      VALUE 'N'.
007704     88  WS-POS-SAME-SLOT             VALUE 'Y'.
007705 77  WS-POS-SUB            PIC 9(03)  VALUE ZERO.
007706 77  WS-POS-HIT            PIC 9(03)  VALUE ZERO.
007707 77  WS-POS-WORK-DEPT      PIC X(04)  VALUE SPACES.
007708 77  WS-POS-WORK-GRADE     PIC X(02)  VALUE SPACES.
007709 77  WS-POS-WORK-HEADS     PIC S9(03) VALUE ZERO.
007710 77  WS-POS-WORK-SALARY    PIC S9(09)V99 VALUE ZERO.
007711 77  WS-POS-NEW-SALARY     PIC 9(07)V99 VALUE ZERO.
007713 77  WS-POS-OLD-DEPT       PIC X(04)  VALUE SPACES.
007714 77  WS-POS-OLD-GRADE      PIC X(02)  VALUE SPACES.
007715 77  WS-POS-OLD-SALARY     PIC 9(07)V99 VALUE ZERO.
007716 77  WS-POS-PROJ-SALARY    PIC S9(11)V99 VALUE ZERO.
007717 77  WS-POS-HEAD-REJ-COUNT PIC 9(05)  VALUE ZERO.
007718 77  WS-POS-BUDG-REJ-COUNT PIC 9(05)  VALUE ZERO.
007719 77  WS-POS-VACANT         PIC S9(05) VALUE ZERO.
007720 77  WS-POS-REMAIN         PIC S9(11)V99 VALUE ZERO.
007721 77  WS-POS-BREAK-DEPT     PIC X(04)  VALUE SPACES.
007722 01  WS-POS-TABLE.
007723     05  WS-POS-COUNT      PIC 9(03)  VALUE ZERO.
007724     05  WS-POS-ENTRY OCCURS 100 TIMES.
007725         10  WS-POS-DEPT   PIC X(04).
007726         10  WS-POS-GRADE  PIC X(02).
007728         10  WS-POS-AUTH   PIC 9(05).
007729         10  WS-POS-BUDGET PIC 9(09)V99.
007730         10  WS-POS-FILLED PIC S9(05).
007731         10  WS-POS-FILLED-SAL PIC S9(11)V99.
007732         10  WS-POS-PEND   PIC 9(05).
007733         10  WS-POS-PEND-SAL   PIC 9(11)V99.
007734*      WS-POS-DEPT-TOTALS AND WS-POS-GRAND-TOTALS ROLL THE REPORT
007735*      LINES UP BY DEPARTMENT AND FOR THE WHOLE FILE.
007736 01  WS-POS-DEPT-TOTALS.
007737     05  WS-POS-DT-AUTH    PIC 9(07)  VALUE ZERO.
007738     05  WS-POS-DT-FILLED  PIC S9(07) VALUE ZERO.
007739     05  WS-POS-DT-PEND    PIC 9(07)  VALUE ZERO.
007740     05  WS-POS-DT-VACANT  PIC 9(07)  VALUE ZERO.
007742     05  WS-POS-DT-BUDGET  PIC 9(11)V99 VALUE ZERO.
007743     05  WS-POS-DT-FILLED-SAL PIC S9(11)V99 VALUE ZERO.
007744     05  WS-POS-DT-PEND-SAL   PIC 9(11)V99 VALUE ZERO.
007745 01  WS-POS-GRAND-TOTALS.
007746     05  WS-POS-GT-AUTH    PIC 9(07)  VALUE ZERO.
007747     05  WS-POS-GT-FILLED  PIC S9(07) VALUE ZERO.
007748     05  WS-POS-GT-PEND    PIC 9(07)  VALUE ZERO.
007749     05  WS-POS-GT-VACANT  PIC 9(07)  VALUE ZERO.
007750     05  WS-POS-GT-BUDGET  PIC 9(11)V99 VALUE ZERO.
007751     05  WS-POS-GT-FILLED-SAL PIC S9(11)V99 VALUE ZERO.
007752     05  WS-POS-GT-PEND-SAL   PIC 9(11)V99 VALUE ZERO.
007753 01  WS-POS-AUTH-ED        PIC ZZZ,ZZ9.
007754 01  WS-POS-FILLED-ED      PIC ZZZ,ZZ9.
007756 01  WS-POS-PEND-ED        PIC ZZZ,ZZ9.
007757 01  WS-POS-VACANT-ED      PIC ZZZ,ZZ9.
007758 01  WS-POS-BUDGET-ED      PIC $$$,$$$,$$9.99.
007759 01  WS-POS-FILLED-SAL-ED  PIC $$$,$$$,$$9.99.
007760 01  WS-POS-PEND-SAL-ED    PIC $$$,$$$,$$9.99.
007761 01  WS-POS-REMAIN-ED      PIC $$$,$$$,$$9.99-.
007762*
007763*      TERMINATED-EMPLOYEE MASTER SUPPORT. WS-REHIRE-SW AND THE
007764*      WS-PRIOR-TERM FIELDS CARRY WHAT 2515-CHECK-REHIRE FOUND
007765*      ON EMP-TERMINATED.DAT FOR THE HIRE IN FLIGHT, SO THE
007766*      HIRE'S AUDIT LINE LINKS BACK TO THE SALARY THE EMPLOYEE
007767*      LEFT AT INSTEAD OF STARTING FROM ZERO, AND SO THE
007768*      ORIGINAL HIRE DATE COMES BACK WITH THEM.
007770 77  WS-TERM-MASTER-STATUS PIC X(02)  VALUE '00'.
007780 77  WS-TERM-EOF           PIC X      VALUE 'N'.
007790     88  WS-TERM-EOF-YES              VALUE 'Y'.
007830 77  WS-PRIOR-TERM-DATE    PIC 9(08)  VALUE ZERO.
007840 77  WS-TERM-DEPT          PIC X(04)  VALUE SPACES.
007850 77  WS-TERM-GRADE         PIC X(02)  VALUE SPACES.
007852 77  WS-TERM-HIRE-DATE     PIC 9(08)  VALUE ZERO.
007854 77  WS-TERM-SERVICE-DATE  PIC 9(08)  VALUE ZERO.
007856 77  WS-PRIOR-HIRE-DATE    PIC 9(08)  VALUE ZERO.
007858 77  WS-HIRE-EFF-DATE      PIC 9(08)  VALUE ZERO.
007860*
007870*      TRIAL-RUN COSTING SUPPORT. WS-SIM-DEPT-TABLE ROLLS THE
007880*      SIMULATED RAISE ARITHMETIC UP BY DEPARTMENT FOR
008380 77  WS-GL-WORK-DELTA      PIC S9(09)V99 VALUE ZERO.
008390 77  WS-GL-NET             PIC S9(11)V99 VALUE ZERO.
008400 77  WS-GL-ABS             PIC 9(11)V99 VALUE ZERO.
008401 77  WS-GL-REC-COUNT       PIC 9(07)  VALUE ZERO.
008402 77  WS-GL-HASH            PIC 9(13)V99 VALUE ZERO.
008403 01  WS-GL-TABLE.
008404     05  WS-GL-COUNT       PIC 9(03)  VALUE ZERO.
008405     05  WS-GL-ENTRY OCCURS 100 TIMES.
008406         10  WS-GL-DEPT    PIC X(04).
008407         10  WS-GL-DELTA   PIC S9(11)V99.
008408*
008409*      LABOR-DISTRIBUTION SUPPORT. WS-LD-TABLE IS THE IN-MEMORY
008410*      COPY OF LABOR-DISTRIBUTION.DAT, ONE ENTRY PER EMPLOYEE WITH
008411*      UP TO FIVE DEPARTMENT SHARES. AN ENTRY THAT FAILED
008412*      VALIDATION STAYS IN THE TABLE MARKED NOT VALID, SO ITS
008413*      LATER LINES ARE NOT TAKEN AS A FRESH SPLIT.
008414*      2190-ROLL-GL-DELTA SPREADS WS-GL-WORK-DELTA FOR
008415*      WS-GL-WORK-ID ACROSS A VALID SPLIT -- THE LAST SHARE TAKES
008416*      WHATEVER ROUNDING LEFT, SO THE SHARES ADD BACK EXACTLY.
008417 77  WS-LABOR-STATUS       PIC X(02)  VALUE '00'.
008418 77  WS-LABOR-EOF          PIC X      VALUE 'N'.
008419     88  WS-LABOR-EOF-YES             VALUE 'Y'.
008420 77  WS-LD-TBL-FULL-SW     PIC X      VALUE 'N'.
008421     88  WS-LD-TABLE-FULL             VALUE 'Y'.
008422 77  WS-LD-DUP-SW          PIC X      VALUE 'N'.
008423     88  WS-LD-DUP-DEPT               VALUE 'Y'.
008424 77  WS-LD-SUB             PIC 9(03)  VALUE ZERO.
008425 77  WS-LD-HIT             PIC 9(03)  VALUE ZERO.
008427 77  WS-LD-SHARE-SUB       PIC 9(01)  VALUE ZERO.
008428 77  WS-LD-WORK-ID         PIC 9(05)  VALUE ZERO.
008429 77  WS-LD-REASON          PIC X(30)  VALUE SPACES.
008430 01  WS-LD-TOTAL-ED        PIC ZZZ9.99.
008431 77  WS-GL-WORK-ID         PIC 9(05)  VALUE ZERO.
008432 77  WS-GL-SPLIT-DELTA     PIC S9(09)V99 VALUE ZERO.
008433 77  WS-GL-SPLIT-LEFT      PIC S9(09)V99 VALUE ZERO.
008434 01  WS-LD-TABLE.
008435     05  WS-LD-COUNT       PIC 9(03)  VALUE ZERO.
008436     05  WS-LD-ENTRY OCCURS 200 TIMES.
008437         10  WS-LD-ID      PIC 9(05).
008438         10  WS-LD-VALID-SW PIC X(01).
008439             88  WS-LD-VALID          VALUE 'Y'.
008440         10  WS-LD-TOTAL   PIC 9(04)V99.
008441         10  WS-LD-SHARES  PIC 9(01).
008442         10  WS-LD-SHARE OCCURS 5 TIMES.
008443             15  WS-LD-DEPT PIC X(04).
008444             15  WS-LD-PCT  PIC 9(03)V99.
008445*
008446*      VENDOR CHANGE EXTRACT SUPPORT. 2595-WRITE-VENDOR-EVENT
008447*      BUILDS WS-VND-KEY FOR EACH APPLIED TRANSACTION AND
008448*      JOURNALS IT UNDER THE NEXT SEQUENCE NUMBER.
008449*      WS-VND-SEEN-TABLE HOLDS TONIGHT'S EVENTS ALREADY ON THE
008450*      JOURNAL, SO A RERUN OF THE NIGHT THAT RE-APPLIES THE SAME
008451*      TRANSACTION DOES NOT JOURNAL IT A SECOND TIME.
008452 77  WS-VND-EVENTS-STATUS  PIC X(02)  VALUE '00'.
008454 77  WS-VND-EXTRACT-STATUS PIC X(02)  VALUE '00'.
008455 77  WS-VND-CTL-STATUS     PIC X(02)  VALUE '00'.
008456 77  WS-VND-EOF            PIC X      VALUE 'N'.
008457     88  WS-VND-EOF-YES               VALUE 'Y'.
008458 77  WS-VND-DUP-SW         PIC X      VALUE 'N'.
008459     88  WS-VND-DUPLICATE             VALUE 'Y'.
008460 77  WS-VND-TBL-FULL-SW    PIC X      VALUE 'N'.
008461     88  WS-VND-TABLE-FULL            VALUE 'Y'.
008462 77  WS-VND-SUB            PIC 9(03)  VALUE ZERO.
008463 77  WS-VND-LAST-SEQ       PIC 9(09)  VALUE ZERO.
008464 77  WS-VND-FIRST-SEQ      PIC 9(09)  VALUE ZERO.
008465 77  WS-VND-NAME           PIC X(20)  VALUE SPACES.
008466 77  WS-VND-BEFORE         PIC 9(07)V99 VALUE ZERO.
008467 77  WS-VND-REC-COUNT      PIC 9(07)  VALUE ZERO.
008468 77  WS-VND-HASH           PIC 9(15)  VALUE ZERO.
008469 01  WS-VND-KEY.
008470     05  WS-VND-EVENT      PIC X(03).
008471     05  WS-VND-EMP-ID     PIC 9(05).
008472     05  WS-VND-EFF-DATE   PIC 9(08).
008473     05  WS-VND-DEPT       PIC X(04).
008474     05  WS-VND-GRADE      PIC X(02).
008475     05  WS-VND-AFTER      PIC 9(07)V99.
008476 01  WS-VND-SEEN-TABLE.
008477     05  WS-VND-SEEN-COUNT PIC 9(03)  VALUE ZERO.
008478     05  WS-VND-SEEN       PIC X(31)  OCCURS 500 TIMES.
008480*      WS-TRANS-EOF/WS-EMP-OUT-EXISTS SUPPORT
008490*      2500-PROCESS-TRANSACTIONS, WHICH MERGES EMPLOYEE-TRANS.DAT
008500*      HIRE/CHANGE/TERMINATE ACTIONS AGAINST THE MASTER AFTER THE
008930     88  WS-APPR-REPLAY               VALUE 'Y'.
008940 77  WS-APPR-THRESHOLD     PIC 9(07)V99 VALUE ZERO.
008950 77  WS-APPROVER-WORK      PIC X(08)  VALUE SPACES.
008952*      WS-AUDIT-EFF-DATE IS THE DECIDED TRANSACTION'S EFFECTIVE
008954*      DATE FOR ITS AUDIT LINE -- SET AND CLEARED BY 2506, SO IT
008956*      IS SPACES FOR THE RAISE PASS AND THE LOOKUP PATH.
008958 77  WS-AUDIT-EFF-DATE     PIC X(08)  VALUE SPACES.
008960 77  WS-APPR-SUB           PIC 9(03)  VALUE ZERO.
008970*      WS-QUEUE-CAND-SW IS 2507-CHECK-QUEUE-CANDIDATE'S
008980*      VERDICT -- WOULD THIS TRANSACTION PARK FOR APPROVAL
009130 01  WS-APPR-TABLE.
009140     05  WS-APPR-COUNT     PIC 9(03)  VALUE ZERO.
009150     05  WS-APPR-ENTRY OCCURS 200 TIMES.
009160         10  WS-APPR-IMAGE PIC X(66).
009170         10  WS-APPR-STAT  PIC X(01).
009180         10  WS-APPR-WHO   PIC X(08).
009190         10  WS-APPR-DATE  PIC 9(08).
009990     EVALUATE TRUE
010000         WHEN WS-MODE-LOOKUP
010010             IF WS-EMP-IN-OK
010013                 PERFORM 1050-SIGN-ON THRU 1050-EXIT
010016                 IF WS-SIGNED-ON
010020                     PERFORM 4000-LOOKUP-UPDATE THRU 4000-EXIT
010025                 END-IF
010030             END-IF
010040         WHEN WS-MODE-SIMULATE
010050             IF WS-EMP-IN-OK
011600*          LEDGER ACCOUNT OFF THE DEPARTMENT MASTER -- SO
011610*          THAT ONE TABLE LOADS HERE TOO.
011620         PERFORM 1150-LOAD-DEPT-TABLE THRU 1150-EXIT
011625         PERFORM 1155-LOAD-LABOR-TABLE THRU 1155-EXIT
011630     ELSE
011640     IF WS-MODE-SIMULATE
011650         PERFORM 1160-LOAD-PROPOSED-RATES THRU 1160-EXIT
011651     ELSE
011652     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
011653     END-IF
011654     PERFORM 1140-LOAD-BAND-TABLE THRU 1140-EXIT
011655     PERFORM 1150-LOAD-DEPT-TABLE THRU 1150-EXIT
011656     PERFORM 1155-LOAD-LABOR-TABLE THRU 1155-EXIT
011657     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
011658     PERFORM 1210-READ-TRANS-CHECKPOINT THRU 1210-EXIT
011659     END-IF.
011660     IF WS-MODE-BATCH
011661         PERFORM 1250-LOAD-PENDING-TABLE THRU 1250-EXIT
011662         PERFORM 1260-READ-THRESHOLD THRU 1260-EXIT
011663         PERFORM 1270-LOAD-APPROVAL-QUEUE THRU 1270-EXIT
011664         PERFORM 1180-LOAD-POSITION-TABLE THRU 1180-EXIT
011665         PERFORM 1190-OPEN-VENDOR-EVENTS THRU 1190-EXIT
011666     END-IF.
011667 1000-EXIT.
011668     EXIT.
011669
011670*      1050-SIGN-ON TAKES AN OPERATOR ID AND PASSWORD AGAINST
011671*      OPERATOR-MASTER.DAT -- THREE TRIES, THEN THE SESSION IS
011672*      REFUSED -- AND CHECKS THE OPERATOR HOLDS THIS PROGRAM'S
011673*      AUTHORITY. EVERY OUTCOME GOES TO THE SESSION LOG, SO A
011674*      SESSION LOG THAT CANNOT BE OPENED, OR NO OPERATOR FILE AT
011675*      ALL, KEEPS THE WORKBENCH SHUT RATHER THAN LETTING IT RUN
011676*      FOR ANYONE.
011677 1050-SIGN-ON.
011678     MOVE 'N' TO WS-SIGNON-SW.
011680     MOVE SPACES TO WS-OPERATOR-ID.
011681     OPEN EXTEND SESSION-LOG.
011682     IF WS-SLOG-STATUS = '35'
011683         OPEN OUTPUT SESSION-LOG
011684     END-IF.
011685     IF WS-SLOG-STATUS = '00'
011686         SET WS-SLOG-OPENED TO TRUE
011687         MOVE ZERO TO WS-SIGNON-TRIES
011688         PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
011689             ADD 1 TO WS-SIGNON-TRIES
011690             PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT
011691         END-PERFORM
011692         IF NOT WS-SIGNED-ON
011693             DISPLAY "SIGN-ON REFUSED -- SESSION ENDED"
011694         END-IF
011695     ELSE
011696         DISPLAY "OPERATOR-SESSION-LOG.DAT NOT AVAILABLE, "
011697             "STATUS: " WS-SLOG-STATUS " -- SIGN-ON REFUSED"
011698     END-IF.
011699 1050-EXIT.
011700     EXIT.
011701
011702*      1060-CHECK-OPERATOR TAKES ONE SIGN-ON ATTEMPT. THE SCREEN
011703*      DOES NOT SAY WHETHER IT WAS THE ID OR THE PASSWORD THAT
011704*      WAS WRONG; THE SESSION LOG DOES.
011705 1060-CHECK-OPERATOR.
011706     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
011707     MOVE SPACES TO WS-SIGNON-ID.
011708     ACCEPT WS-SIGNON-ID.
011710     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
011711     MOVE SPACES TO WS-SIGNON-PASSWORD.
011712     ACCEPT WS-SIGNON-PASSWORD.
011713     PERFORM 1070-FIND-OPERATOR THRU 1070-EXIT.
011714     MOVE SPACES TO WS-SLOG-DETAIL.
011715     EVALUATE TRUE
011716         WHEN NOT WS-OPR-FOUND
011717             MOVE "UNKNOWN OPERATOR ID" TO WS-SLOG-DETAIL
011718             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
011719         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
011720             MOVE "WRONG PASSWORD" TO WS-SLOG-DETAIL
011721             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
011722         WHEN NOT WS-OPR-IS-ACTIVE
011723             MOVE "OPERATOR REVOKED" TO WS-SLOG-DETAIL
011724             DISPLAY "OPERATOR " WS-SIGNON-ID " IS REVOKED"
011725         WHEN NOT WS-OPR-AUTHORIZED
011726             MOVE "NO CORRECT AUTHORITY" TO WS-SLOG-DETAIL
011727             DISPLAY "OPERATOR " WS-SIGNON-ID " HAS NO CORRECT "
011728                 "AUTHORITY"
011729         WHEN OTHER
011730             SET WS-SIGNED-ON TO TRUE
011731             MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
011732             MOVE WS-OPR-NAME  TO WS-SLOG-DETAIL
011733             DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPR-NAME
011734     END-EVALUATE.
011735     IF WS-SIGNED-ON
011736         MOVE "SIGN-ON" TO WS-SLOG-EVENT
011737     ELSE
011738         MOVE "REFUSED" TO WS-SLOG-EVENT
011740     END-IF.
011741     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
011742 1060-EXIT.
011743     EXIT.
011744
011745*      1070-FIND-OPERATOR READS OPERATOR-MASTER.DAT FOR THE KEYED
011746*      ID. THE FILE IS SMALL AND READ AFRESH EACH TRY, SO A
011747*      REVOCATION TAKES EFFECT ON THE VERY NEXT SIGN-ON. NO FILE
011748*      ENDS THE TRIES OUTRIGHT -- NOBODY CAN SIGN ON WITHOUT IT.
011749 1070-FIND-OPERATOR.
011750     MOVE 'N' TO WS-OPR-FOUND-SW.
011751     MOVE 'N' TO WS-OPR-EOF.
011752     OPEN INPUT OPERATOR-FILE.
011753     IF WS-OPR-STATUS = '00'
011754         PERFORM UNTIL WS-OPR-EOF-YES OR WS-OPR-FOUND
011755             READ OPERATOR-FILE
011756                 AT END
011757                     MOVE 'Y' TO WS-OPR-EOF
011758                 NOT AT END
011759                     IF OPR-ID = WS-SIGNON-ID
011760                             AND WS-SIGNON-ID NOT = SPACES
011761                         SET WS-OPR-FOUND TO TRUE
011762                         MOVE OPR-NAME     TO WS-OPR-NAME
011763                         MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
011764                         MOVE OPR-ACTIVE   TO WS-OPR-ACTIVE
011765                         MOVE OPR-AUTH-CORRECT TO WS-OPR-AUTH
011766                     END-IF
011767             END-READ
011768         END-PERFORM
011770         CLOSE OPERATOR-FILE
011771     ELSE
011772         DISPLAY "OPERATOR-MASTER.DAT NOT AVAILABLE, STATUS: "
011773             WS-OPR-STATUS
011774         MOVE 3 TO WS-SIGNON-TRIES
011775     END-IF.
011776 1070-EXIT.
011777     EXIT.
011778
011779*      1090-WRITE-SESSION-LOG WRITES ONE SESSION-LOG LINE FROM
011780*      WS-SLOG-EVENT AND WS-SLOG-DETAIL, STAMPED WITH THE DATE,
011781*      THE TIME, AND THE OPERATOR -- THE ID AS KEYED WHEN THE
011782*      SIGN-ON WAS REFUSED.
011783 1090-WRITE-SESSION-LOG.
011784     ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
011785     ACCEPT WS-SLOG-CLOCK FROM TIME.
011786     MOVE SPACES TO SESSION-LOG-REC.
011787     MOVE WS-SLOG-DATE   TO SLOG-DATE.
011788     MOVE WS-SLOG-HHMMSS TO SLOG-TIME.
011789     IF WS-SIGNED-ON
011790         MOVE WS-OPERATOR-ID TO SLOG-OPERATOR
011791     ELSE
011792         MOVE WS-SIGNON-ID   TO SLOG-OPERATOR
011793     END-IF.
011794     MOVE "EMPLOYEE-UPDATE" TO SLOG-PROGRAM.
011795     MOVE WS-SLOG-EVENT  TO SLOG-EVENT.
011796     MOVE WS-SLOG-DETAIL TO SLOG-DETAIL.
011797     WRITE SESSION-LOG-REC.
011798 1090-EXIT.
011800     EXIT.
011810
011820*      1100-LOAD-RATE-TABLE READS RAISE-RATES.DAT ONCE AT
012550                     ADD 1 TO WS-DEPT-COUNT
012560                     SET WS-DEPT-IDX TO WS-DEPT-COUNT
012570                     MOVE DEPT-REC-CODE TO
012571                        WS-DEPT-CODE (WS-DEPT-IDX)
012572                     MOVE DEPT-REC-ACCT TO
012573                        WS-DEPT-ACCT (WS-DEPT-IDX)
012574                 ELSE
012575                     IF NOT WS-DEPT-TABLE-FULL
012576                         SET WS-DEPT-TABLE-FULL TO TRUE
012577                         DISPLAY "DEPT-MASTER.DAT HAS MORE THAN "
012578                             "100 ENTRIES -- EXTRA ROWS IGNORED"
012579                     END-IF
012581                 END-IF
012582         END-READ
012583     END-PERFORM
012584     CLOSE DEPT-FILE
012585     END-IF.
012586 1150-EXIT.
012587     EXIT.
012588
012589*      1155-LOAD-LABOR-TABLE READS LABOR-DISTRIBUTION.DAT ONCE AT
012591*      STARTUP, AFTER THE DEPARTMENT MASTER IT IS HELD AGAINST. A
012592*      SPLIT THAT NAMES AN UNKNOWN DEPARTMENT, REPEATS ONE,
012593*      CARRIES NO PERCENT, RUNS PAST FIVE DEPARTMENTS, OR DOES NOT
012594*      TOTAL 100.00 IS IGNORED WITH A CONSOLE NOTE, AND THAT
012595*      EMPLOYEE CHARGES THE HOME DEPARTMENT TONIGHT. NO FILE AT
012596*      ALL MEANS NO ONE IS SPLIT, AND SO DOES A FILE THAT WILL
012597*      NOT OPEN, AFTER A CONSOLE NOTE.
012598 1155-LOAD-LABOR-TABLE.
012599     MOVE 'N' TO WS-LABOR-EOF.
012601     MOVE ZERO TO WS-LD-COUNT.
012602     OPEN INPUT LABOR-FILE.
012603     IF WS-LABOR-STATUS NOT = '00'
012604         MOVE 'Y' TO WS-LABOR-EOF
012605         IF WS-LABOR-STATUS NOT = '35'
012606             DISPLAY "LABOR-DISTRIBUTION.DAT NOT AVAILABLE, "
012607                 "STATUS: " WS-LABOR-STATUS
012608                 " -- NO LABOR SPLITS APPLIED"
012609         END-IF
012611     ELSE
012612         PERFORM UNTIL WS-LABOR-EOF-YES
012613             READ LABOR-FILE INTO LABOR-REC
012614                 AT END
012615                     MOVE 'Y' TO WS-LABOR-EOF
012616                 NOT AT END
012617                     PERFORM 1156-LOAD-LABOR-LINE THRU 1156-EXIT
012618             END-READ
012619         END-PERFORM
012620         CLOSE LABOR-FILE
012621         PERFORM 1158-CHECK-LABOR-TOTAL THRU 1158-EXIT
012623             VARYING WS-LD-SUB FROM 1 BY 1
012624             UNTIL WS-LD-SUB > WS-LD-COUNT
012625     END-IF.
012626 1155-EXIT.
012627     EXIT.
012628
012629*      1156-LOAD-LABOR-LINE ADDS ONE LABOR-DISTRIBUTION.DAT LINE
012630*      TO ITS EMPLOYEE'S ENTRY, OPENING THE ENTRY ON THE
012631*      EMPLOYEE'S FIRST LINE.
012632 1156-LOAD-LABOR-LINE.
012633     IF LD-REC-EMP-ID IS NOT NUMERIC
012634         DISPLAY "LABOR-DISTRIBUTION.DAT LINE WITH NO EMP-ID "
012635             "IGNORED: " LABOR-REC
012636     ELSE
012637         MOVE ZERO TO WS-LD-HIT
012638         PERFORM VARYING WS-LD-SUB FROM 1 BY 1
012639                 UNTIL WS-LD-SUB > WS-LD-COUNT
012640                 OR WS-LD-HIT > ZERO
012641             IF WS-LD-ID (WS-LD-SUB) = LD-REC-EMP-ID
012642                 MOVE WS-LD-SUB TO WS-LD-HIT
012643             END-IF
012645         END-PERFORM
012646         IF WS-LD-HIT = ZERO
012647             IF WS-LD-COUNT < 200
012648                 ADD 1 TO WS-LD-COUNT
012649                 MOVE WS-LD-COUNT   TO WS-LD-HIT
012650                 MOVE LD-REC-EMP-ID TO WS-LD-ID (WS-LD-HIT)
012651                 MOVE 'Y'           TO WS-LD-VALID-SW (WS-LD-HIT)
012652                 MOVE ZERO          TO WS-LD-TOTAL (WS-LD-HIT)
012653                 MOVE ZERO          TO WS-LD-SHARES (WS-LD-HIT)
012654             ELSE
012655                 IF NOT WS-LD-TABLE-FULL
012656                     SET WS-LD-TABLE-FULL TO TRUE
012657                     DISPLAY "LABOR-DISTRIBUTION.DAT HAS MORE "
012658                         "THAN 200 EMPLOYEES -- EXTRA SPLITS "
012659                         "IGNORED"
012660                 END-IF
012661             END-IF
012662         END-IF
012663         IF WS-LD-HIT > ZERO
012664             IF WS-LD-VALID (WS-LD-HIT)
012666                 PERFORM 1157-EDIT-LABOR-LINE THRU 1157-EXIT
012667             END-IF
012668         END-IF
012669     END-IF.
012670 1156-EXIT.
012671     EXIT.
012672
012673*      1157-EDIT-LABOR-LINE HOLDS ONE LINE AGAINST THE RULES AND
012674*      EITHER ADDS ITS SHARE TO THE EMPLOYEE OR MARKS THE WHOLE
012675*      SPLIT NOT VALID.
012676 1157-EDIT-LABOR-LINE.
012677     MOVE SPACES TO WS-LD-REASON.
012678     MOVE LD-REC-DEPT TO WS-DEPT-WORK-CODE.
012679     PERFORM 2055-LOOKUP-DEPT THRU 2055-EXIT.
012680     MOVE 'N' TO WS-LD-DUP-SW.
012681     PERFORM VARYING WS-LD-SHARE-SUB FROM 1 BY 1
012682             UNTIL WS-LD-SHARE-SUB > WS-LD-SHARES (WS-LD-HIT)
012683         IF WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB) = LD-REC-DEPT
012684             SET WS-LD-DUP-DEPT TO TRUE
012685         END-IF
012686     END-PERFORM.
012688     EVALUATE TRUE
012689         WHEN LD-REC-PCT IS NOT NUMERIC
012690             MOVE "PERCENT NOT NUMERIC" TO WS-LD-REASON
012691         WHEN LD-REC-PCT = ZERO
012692             MOVE "ZERO PERCENT" TO WS-LD-REASON
012693         WHEN NOT WS-DEPT-FOUND
012694             MOVE "DEPT NOT ON DEPT-MASTER.DAT" TO WS-LD-REASON
012695         WHEN WS-LD-DUP-DEPT
012696             MOVE "DEPT LISTED TWICE" TO WS-LD-REASON
012697         WHEN WS-LD-SHARES (WS-LD-HIT) NOT < 5
012698             MOVE "MORE THAN 5 DEPARTMENTS" TO WS-LD-REASON
012699         WHEN OTHER
012700             ADD 1 TO WS-LD-SHARES (WS-LD-HIT)
012701             MOVE WS-LD-SHARES (WS-LD-HIT) TO WS-LD-SHARE-SUB
012702             MOVE LD-REC-DEPT TO
012703                 WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB)
012704             MOVE LD-REC-PCT TO
012705                 WS-LD-PCT (WS-LD-HIT WS-LD-SHARE-SUB)
012706             ADD LD-REC-PCT TO WS-LD-TOTAL (WS-LD-HIT)
012707     END-EVALUATE.
012709     IF WS-LD-REASON NOT = SPACES
012710         MOVE 'N' TO WS-LD-VALID-SW (WS-LD-HIT)
012711         DISPLAY "LABOR SPLIT FOR EMP-ID " LD-REC-EMP-ID
012712             " IGNORED -- " LD-REC-DEPT " " WS-LD-REASON
012713     END-IF.
012714 1157-EXIT.
012715     EXIT.
012716
012717*      1158-CHECK-LABOR-TOTAL HOLDS EACH EMPLOYEE'S SPLIT, ONCE
012718*      ALL OF ITS LINES ARE IN, TO A TOTAL OF EXACTLY 100.00.
012719 1158-CHECK-LABOR-TOTAL.
012720     IF WS-LD-VALID (WS-LD-SUB)
012721             AND WS-LD-TOTAL (WS-LD-SUB) NOT = 100
012722         MOVE 'N' TO WS-LD-VALID-SW (WS-LD-SUB)
012723         MOVE WS-LD-TOTAL (WS-LD-SUB) TO WS-LD-TOTAL-ED
012724         DISPLAY "LABOR SPLIT FOR EMP-ID " WS-LD-ID (WS-LD-SUB)
012725             " IGNORED -- TOTALS " WS-LD-TOTAL-ED
012726             " PERCENT, NOT 100"
012727     END-IF.
012728 1158-EXIT.
012730     EXIT.
012740
012750*      2055-LOOKUP-DEPT SEARCHES THE DEPARTMENT MASTER FOR
014700     MOVE EMP-DEPT   TO REJECT-DEPT.
014710     MOVE EMP-GRADE  TO REJECT-GRADE.
014720     SET REJECT-DISP-PENDING TO TRUE.
014725     MOVE WS-KEYED-BY-WORK TO REJECT-KEYED-BY.
014730     WRITE REJECT-OUT-REC.
014740*          THE TRANSACTION REGISTER PICKS THE REASON UP FROM
014750*          HERE -- THE MASTER PASS SETS THE SAME FIELD BUT
014900     MOVE EMP-DEPT  TO OUT-DEPT.
014910     MOVE EMP-GRADE TO OUT-GRADE.
014920     MOVE EMP-STATUS TO OUT-STATUS.
014923     MOVE EMP-HIRE-DATE    TO OUT-HIRE-DATE.
014926     MOVE EMP-SERVICE-DATE TO OUT-SERVICE-DATE.
014930*          A DUPLICATE KEY MEANS THIS EMP-ID IS ALREADY ON
014940*          EMPLOYEE-OUT.DAT FROM AN EARLIER RUN (THE SINGLE-
014950*          RECORD LOOKUP/CORRECTION PATH) -- REWRITE IT IN
015170     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
015180     MOVE WS-APPROVER-WORK TO AUDIT-APPROVED-BY.
015190     MOVE 'R'         TO AUDIT-ACTION.
015195     MOVE WS-AUDIT-EFF-DATE TO AUDIT-EFF-DATE.
015200     WRITE AUDIT-OUT-REC.
015210
015220     ADD 1           TO WS-PROC-COUNT.
015230     ADD EMP-SALARY  TO WS-OLD-SALARY-TOTAL.
015240     ADD OUT-SALARY  TO WS-NEW-SALARY-TOTAL.
015250     PERFORM 2170-CHECK-SALARY-BAND THRU 2170-EXIT.
015255     MOVE EMP-ID   TO WS-GL-WORK-ID.
015260     MOVE EMP-DEPT TO WS-GL-WORK-DEPT.
015270     COMPUTE WS-GL-WORK-DELTA = OUT-SALARY - EMP-SALARY.
015280     PERFORM 2190-ROLL-GL-DELTA THRU 2190-EXIT.
015400     MOVE EMP-DEPT   TO OUT-DEPT.
015410     MOVE EMP-GRADE  TO OUT-GRADE.
015420     MOVE EMP-STATUS TO OUT-STATUS.
015423     MOVE EMP-HIRE-DATE    TO OUT-HIRE-DATE.
015426     MOVE EMP-SERVICE-DATE TO OUT-SERVICE-DATE.
015430     WRITE EMP-OUT-REC
015440         INVALID KEY
015450             REWRITE EMP-OUT-REC
015810*      FILE -- GOES THROUGH 2505-APPLY-OR-DEFER, WHICH HOLDS
015820*      ANYTHING WHOSE EFFECTIVE DATE HAS NOT COME UP YET.
015830 2500-PROCESS-TRANSACTIONS.
015831*          THE MASTER PASS IS DONE, SO EMPLOYEE-OUT.DAT NOW SAYS
015832*          WHO FILLS EACH POSITION GOING INTO TONIGHT'S HIRES AND
015833*          CHANGES -- INCLUDING, ON A RESTART, EVERYTHING THE
015835*          ABENDED RUN ALREADY APPLIED.
015836     IF WS-POSITION-CONTROL-ON
015837         PERFORM 2580-COUNT-FILLED-POSITIONS THRU 2580-EXIT
015838     END-IF.
015840*          APPROVED QUEUE ENTRIES GO FIRST OF ALL, IN LOAD
015850*          ORDER -- THE QUEUE FILE IS ONLY REWRITTEN AT THE END
015860*          OF A CLEAN RUN, SO A RESTART LOADS THE SAME 'A'
016460     IF WS-RECORD-VALID
016470         MOVE EMP-ID TO OUT-ID
016480         READ EMP-OUT
016481             INVALID KEY
016482*                  A HIRE TAKES A NEW HEAD AT ITS STARTING SALARY
016483*                  -- INTO A FULL OR OVERSPENT DEPT/GRADE IT IS A
016485*                  REJECT, HELD ON EMP-REJECTS.DAT UNTIL HR OPENS
016486*                  THE POSITION AND THE WORKBENCH RESUBMITS IT.
016487                 SET WS-POSITION-OK TO TRUE
016488                 IF WS-POSITION-CONTROL-ON
016490                     MOVE EMP-DEPT   TO WS-POS-WORK-DEPT
016491                     MOVE EMP-GRADE  TO WS-POS-WORK-GRADE
016492                     MOVE EMP-SALARY TO WS-POS-NEW-SALARY
016493                     MOVE ZERO       TO WS-POS-OLD-SALARY
016495                     MOVE 'N'        TO WS-POS-SAME-SW
016496                     PERFORM 2584-CHECK-POSITION THRU 2584-EXIT
016497                 END-IF
016498                 IF WS-POSITION-OK
016500                     PERFORM 2515-CHECK-REHIRE THRU 2515-EXIT
016505                     PERFORM 2516-SET-HIRE-DATES THRU 2516-EXIT
016510                     PERFORM 2512-WRITE-NEW-HIRE THRU 2512-EXIT
016512                 ELSE
016515                     PERFORM 2060-REJECT-RECORD THRU 2060-EXIT
016517                 END-IF
016520             NOT INVALID KEY
016530                 MOVE "04" TO REJECT-REASON-CODE
016540                 MOVE "DUPLICATE HIRE EMP-ID" TO
016710     MOVE EMP-DEPT   TO OUT-DEPT.
016720     MOVE EMP-GRADE  TO OUT-GRADE.
016730     MOVE EMP-STATUS TO OUT-STATUS.
016733     MOVE EMP-HIRE-DATE    TO OUT-HIRE-DATE.
016736     MOVE EMP-SERVICE-DATE TO OUT-SERVICE-DATE.
016740     WRITE EMP-OUT-REC.
016750*          A REHIRE'S REGISTER LINE PICKS UP THE PRIOR-TERM
016760*          SALARY AS ITS BEFORE IMAGE, SAME AS THE AUDIT LINE.
016930     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
016940     MOVE WS-APPROVER-WORK TO AUDIT-APPROVED-BY.
016950     MOVE 'H'         TO AUDIT-ACTION.
016955     MOVE WS-AUDIT-EFF-DATE TO AUDIT-EFF-DATE.
016960     WRITE AUDIT-OUT-REC.
016970     ADD 1           TO WS-PROC-COUNT.
016980     ADD OUT-SALARY  TO WS-NEW-SALARY-TOTAL.
017000*          GL-WISE A REHIRE'S PRIOR SALARY WAS ALREADY BOOKED
017010*          OUT THE NIGHT THE TERMINATION POSTED, SO EVERY HIRE
017020*          BOOKS ITS FULL STARTING SALARY IN.
017025     MOVE EMP-ID     TO WS-GL-WORK-ID.
017030     MOVE EMP-DEPT   TO WS-GL-WORK-DEPT.
017040     MOVE OUT-SALARY TO WS-GL-WORK-DELTA.
017050     PERFORM 2190-ROLL-GL-DELTA THRU 2190-EXIT.
017051     MOVE OUT-DEPT   TO WS-POS-WORK-DEPT.
017053     MOVE OUT-GRADE  TO WS-POS-WORK-GRADE.
017055     MOVE 1          TO WS-POS-WORK-HEADS.
017056     MOVE OUT-SALARY TO WS-POS-WORK-SALARY.
017058     PERFORM 2586-ROLL-POSITION THRU 2586-EXIT.
017060 2512-EXIT.
017070     EXIT.
017080
017390             NOT INVALID KEY
017400*                  THE EMPLOYEE'S STANDING STATUS RIDES THROUGH
017410*                  A CHANGE -- A 'C' IS NOT HOW SOMEONE COMES
017416*                  BACK FROM LEAVE; 'R' IS. SO DO THE HIRE
017423*                  AND SERVICE DATES -- A CHANGE NEVER MOVES THEM.
017430                 MOVE OUT-STATUS TO EMP-STATUS
017433                 MOVE OUT-HIRE-DATE    TO EMP-HIRE-DATE
017436                 MOVE OUT-SERVICE-DATE TO EMP-SERVICE-DATE
017440*                  THE REGISTER'S BEFORE IMAGE IS THE SALARY ON
017450*                  THE MASTER AS THE CHANGE ARRIVES; THE AFTER
017460*                  IMAGE IS WHAT THE APPLY LEFT THERE.
017470                 MOVE OUT-SALARY TO WS-TREG-BEFORE
017472                 MOVE OUT-DEPT   TO WS-POS-OLD-DEPT
017474                 MOVE OUT-GRADE  TO WS-POS-OLD-GRADE
017476                 MOVE OUT-SALARY TO WS-POS-OLD-SALARY
017478                 SET WS-POSITION-OK TO TRUE
017480*                  A RETRO-GENERATED CORRECTION CARRIES THE
017490*                  EXACT SALARY THE EMPLOYEE SHOULD BE AT --
017500*                  RUNNING IT THROUGH 2100 WOULD RAISE IT A
017505*                  SECOND TIME. IT PUTS RIGHT WHAT A PAST NIGHT
017510*                  ALREADY PAID, SO POSITION CONTROL DOES NOT
017515*                  STAND IN ITS WAY EITHER.
017520                 IF TRANS-FROM-RETRO
017530                     PERFORM 2525-APPLY-EXACT-CHANGE
017540                         THRU 2525-EXIT
017550                 ELSE
017551                     IF WS-POSITION-CONTROL-ON
017553                         PERFORM 2522-CHECK-CHANGE-POSITION
017555                             THRU 2522-EXIT
017556                     END-IF
017558                     IF WS-POSITION-OK
017560                         PERFORM 2100-PROCESS-RECORD
017561                             THRU 2100-EXIT
017563                     ELSE
017565                         PERFORM 2060-REJECT-RECORD
017566                             THRU 2060-EXIT
017568                     END-IF
017570                 END-IF
017580                 MOVE OUT-SALARY TO WS-TREG-AFTER
017582                 IF WS-POSITION-OK
017584                     PERFORM 2524-ROLL-CHANGE-POSITION
017586                         THRU 2524-EXIT
017588                 END-IF
017590         END-READ
017591     ELSE
017592         PERFORM 2060-REJECT-RECORD THRU 2060-EXIT
017593     END-IF.
017594 2520-EXIT.
017595     EXIT.
017596
017597*      2522-CHECK-CHANGE-POSITION PRICES THE CHANGE THE WAY
017598*      2100-PROCESS-RECORD IS ABOUT TO -- THE TRANSACTION'S BASE
017600*      SALARY PLUS THE TARGET DEPT/GRADE'S RAISE -- AND HOLDS
017601*      THE RESULT AGAINST THE TARGET POSITION. A MOVE INTO A
017602*      DIFFERENT DEPT/GRADE NEEDS A FREE HEAD THERE; STAYING
017603*      PUT ONLY COUNTS THE SALARY MOVE AGAINST THE BUDGET.
017604 2522-CHECK-CHANGE-POSITION.
017605     PERFORM 2150-LOOKUP-RAISE-PCT THRU 2150-EXIT.
017606     COMPUTE WS-POS-NEW-SALARY ROUNDED =
017607         EMP-SALARY + (EMP-SALARY * WS-RAISE-PCT).
017608     MOVE EMP-DEPT  TO WS-POS-WORK-DEPT.
017610     MOVE EMP-GRADE TO WS-POS-WORK-GRADE.
017611     IF EMP-DEPT = WS-POS-OLD-DEPT
017612             AND EMP-GRADE = WS-POS-OLD-GRADE
017613         SET WS-POS-SAME-SLOT TO TRUE
017614     ELSE
017615         MOVE 'N' TO WS-POS-SAME-SW
017616     END-IF.
017617     PERFORM 2584-CHECK-POSITION THRU 2584-EXIT.
017618 2522-EXIT.
017620     EXIT.
017621
017622*      2524-ROLL-CHANGE-POSITION MOVES THE EMPLOYEE'S HEAD AND
017623*      SALARY OUT OF THE POSITION THEY HELD AND INTO THE ONE
017624*      THE CHANGE LEFT THEM IN, SO THE NEXT TRANSACTION IS
017625*      CHECKED AGAINST THE COUNTS AS THEY NOW STAND.
017626 2524-ROLL-CHANGE-POSITION.
017627     MOVE WS-POS-OLD-DEPT  TO WS-POS-WORK-DEPT.
017628     MOVE WS-POS-OLD-GRADE TO WS-POS-WORK-GRADE.
017630     MOVE -1               TO WS-POS-WORK-HEADS.
017631     COMPUTE WS-POS-WORK-SALARY = ZERO - WS-POS-OLD-SALARY.
017632     PERFORM 2586-ROLL-POSITION THRU 2586-EXIT.
017633     MOVE OUT-DEPT         TO WS-POS-WORK-DEPT.
017634     MOVE OUT-GRADE        TO WS-POS-WORK-GRADE.
017635     MOVE 1                TO WS-POS-WORK-HEADS.
017636     MOVE OUT-SALARY       TO WS-POS-WORK-SALARY.
017637     PERFORM 2586-ROLL-POSITION THRU 2586-EXIT.
017638 2524-EXIT.
017640     EXIT.
017650
017660*      2525-APPLY-EXACT-CHANGE POSTS A RETRO CORRECTION'S SALARY
017760     MOVE EMP-DEPT   TO OUT-DEPT.
017770     MOVE EMP-GRADE  TO OUT-GRADE.
017780     MOVE EMP-STATUS TO OUT-STATUS.
017783     MOVE EMP-HIRE-DATE    TO OUT-HIRE-DATE.
017786     MOVE EMP-SERVICE-DATE TO OUT-SERVICE-DATE.
017790     REWRITE EMP-OUT-REC.
017800     IF WS-EMP-OUT-STATUS NOT = '00'
017810         SET WS-RECON-BAD TO TRUE
017910     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
017920     MOVE WS-APPROVER-WORK TO AUDIT-APPROVED-BY.
017930     MOVE 'X'         TO AUDIT-ACTION.
017935     MOVE WS-AUDIT-EFF-DATE TO AUDIT-EFF-DATE.
017940     WRITE AUDIT-OUT-REC.
017950     ADD 1           TO WS-PROC-COUNT.
017960     PERFORM 2170-CHECK-SALARY-BAND THRU 2170-EXIT.
018270             MOVE OUT-SALARY TO WS-TREG-BEFORE
018280             MOVE OUT-DEPT   TO WS-TERM-DEPT
018290             MOVE OUT-GRADE  TO WS-TERM-GRADE
018293             MOVE OUT-HIRE-DATE    TO WS-TERM-HIRE-DATE
018296             MOVE OUT-SERVICE-DATE TO WS-TERM-SERVICE-DATE
018300             DELETE EMP-OUT
018310                 INVALID KEY
018320                     DISPLAY "TERMINATE: DELETE FAILED: "
018490                     MOVE ZERO        TO AUDIT-NEW-SALARY
018500                     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
018510                     MOVE 'T'         TO AUDIT-ACTION
018515                     MOVE WS-AUDIT-EFF-DATE TO AUDIT-EFF-DATE
018520                     WRITE AUDIT-OUT-REC
018530                     ADD 1 TO WS-TERM-COUNT
018535                     MOVE TRANS-ID     TO WS-GL-WORK-ID
018540                     MOVE WS-TERM-DEPT TO WS-GL-WORK-DEPT
018550                     COMPUTE WS-GL-WORK-DELTA =
018560                         ZERO - WS-OUT-PRIOR-SALARY
018580                         THRU 2190-EXIT
018590                     PERFORM 2535-WRITE-TERM-MASTER
018600                         THRU 2535-EXIT
018601                     MOVE WS-TERM-DEPT  TO WS-POS-WORK-DEPT
018602                     MOVE WS-TERM-GRADE TO WS-POS-WORK-GRADE
018604                     MOVE -1            TO WS-POS-WORK-HEADS
018605                     COMPUTE WS-POS-WORK-SALARY =
018607                         ZERO - WS-OUT-PRIOR-SALARY
018608                     PERFORM 2586-ROLL-POSITION THRU 2586-EXIT
018610             END-DELETE
018620     END-READ.
018630 2530-EXIT.
019210             ELSE
019220                 MOVE 'B' TO AUDIT-ACTION
019230             END-IF
019235             MOVE WS-AUDIT-EFF-DATE TO AUDIT-EFF-DATE
019240             WRITE AUDIT-OUT-REC
019250     END-READ.
019260 2550-EXIT.
019310*      INDEXED EMPLOYEE-IN.DAT BY KEY, RUN THROUGH THE SAME
019320*      VALIDATE/RAISE LOGIC AS THE BATCH PASS, AND REWRITTEN
019330*      INTO EMPLOYEE-OUT.DAT -- NO NEED TO STREAM THE WHOLE FILE
019334*      JUST TO FIX ONE PERSON. ONLY AN OPERATOR WITH CORRECT
019338*      AUTHORITY GETS THIS FAR; THE OPERATOR'S ID RIDES TO THE
019342*      AUDIT LINE AS THE APPROVER OF THE OFF-CYCLE CHANGE, AND
019346*      THE OUTCOME GOES TO THE SESSION LOG.
019350 4000-LOOKUP-UPDATE.
019353     MOVE WS-OPERATOR-ID TO WS-APPROVER-WORK.
019356     MOVE SPACES TO WS-SLOG-DETAIL.
019360     MOVE WS-LOOKUP-ID TO EMP-ID.
019370     READ EMP-IN INTO EMP-IN-REC
019380         INVALID KEY
019390             DISPLAY "EMP-ID NOT FOUND ON EMPLOYEE-IN.DAT: "
019400                 WS-LOOKUP-ID
019403             STRING "EMP-ID " WS-LOOKUP-ID " NOT ON FILE"
019406                 DELIMITED BY SIZE INTO WS-SLOG-DETAIL
019410         NOT INVALID KEY
019420*              AN ON-LEAVE EMPLOYEE IS NOT RAISED OFF-CYCLE
019430*              EITHER -- BRING THEM BACK WITH AN 'R' FIRST.
019440             IF EMP-ON-LEAVE
019450                 DISPLAY "EMP-ID " WS-LOOKUP-ID " IS ON LEAVE "
019460                     "-- NO RAISE APPLIED"
019462                 STRING "EMP-ID " WS-LOOKUP-ID
019465                     " ON LEAVE, NO RAISE"
019467                     DELIMITED BY SIZE INTO WS-SLOG-DETAIL
019470             ELSE
019480             PERFORM 2050-VALIDATE-RECORD THRU 2050-EXIT
019490             IF WS-RECORD-VALID
019500                 PERFORM 2100-PROCESS-RECORD THRU 2100-EXIT
019503                 STRING "EMP-ID " WS-LOOKUP-ID " RAISED"
019506                     DELIMITED BY SIZE INTO WS-SLOG-DETAIL
019510             ELSE
019520                 PERFORM 2060-REJECT-RECORD THRU 2060-EXIT
019522                 STRING "EMP-ID " WS-LOOKUP-ID " REJECTED "
019525                     REJECT-REASON-CODE
019527                     DELIMITED BY SIZE INTO WS-SLOG-DETAIL
019530             END-IF
019540             END-IF
019550     END-READ.
019552     MOVE "CORRECT" TO WS-SLOG-EVENT.
019555     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
019557     MOVE SPACES TO WS-APPROVER-WORK.
019560 4000-EXIT.
019570     EXIT.
019580
019940*          RE-DERIVES CORRECTLY.
019950     IF WS-MODE-BATCH
019960         CLOSE TRANS-REG
019962         IF WS-POSITION-CONTROL-ON
019965             PERFORM 3090-WRITE-POSITION-REPORT THRU 3090-EXIT
019967         END-IF
019970         PERFORM 3070-WRITE-GL-EXTRACT THRU 3070-EXIT
019975         PERFORM 3072-WRITE-VENDOR-EXTRACT THRU 3072-EXIT
019980         PERFORM 3060-WRITE-PENDING-FILE THRU 3060-EXIT
019990         PERFORM 3080-WRITE-APPROVAL-QUEUE THRU 3080-EXIT
020000         PERFORM 3065-SWAP-PENDING-FILE THRU 3065-EXIT
020060     ELSE
020070         DISPLAY "PROCESSING COMPLETE. CHECK EMPLOYEE-OUT.DAT"
020080     END-IF
020081     END-IF
020083     END-IF.
020085*          ONLY THE 'L' MODE SIGNS ON, SO ONLY IT HAS A SESSION TO
020086*          CLOSE OFF.
020088     MOVE SPACES TO WS-SLOG-DETAIL.
020090     IF WS-SLOG-OPENED
020091         IF WS-SIGNED-ON
020093             MOVE "SIGN-OFF" TO WS-SLOG-EVENT
020095             PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
020096         END-IF
020098         CLOSE SESSION-LOG
020100     END-IF.
020110 3000-EXIT.
020120     EXIT.
021680     PERFORM 3110-WRITE-PENDING-SUMMARY THRU 3110-EXIT.
021690     PERFORM 3120-WRITE-BAND-SUMMARY THRU 3120-EXIT.
021700     PERFORM 3130-WRITE-APPROVAL-SUMMARY THRU 3130-EXIT.
021705     PERFORM 3140-WRITE-POSITION-SUMMARY THRU 3140-EXIT.
021710 3100-EXIT.
021720     EXIT.
021730
022870*      TONIGHT, AS THE TRANSACTION FILE ALWAYS MEANT BEFORE
022880*      THE FIELD EXISTED.
022890 2505-APPLY-OR-DEFER.
022895     MOVE TRANS-KEYED-BY TO WS-KEYED-BY-WORK.
022900     ADD 1 TO WS-TRANS-PROCESSED-COUNT.
022910     IF WS-TRANS-PROCESSED-COUNT NOT >
022920             WS-TRANS-CHECKPOINT-COUNT
023690             ADD 1 TO WS-TRANS-DUE-COUNT
023700             DISPLAY "EFFECTIVE-DATED TRANS NOW DUE, "
023710                 "EMP-ID: " TRANS-ID
023715             MOVE TRANS-EFF-DATE TO WS-AUDIT-EFF-DATE
023720         END-IF
023730*          A HIRE OR CHANGE AT OR OVER THE MAINTAINED THRESHOLD
023740*          PARKS FOR SUPERVISOR SIGN-OFF INSTEAD OF APPLYING --
024010     END-IF.
024020     IF WS-TREG-OUTCOME = SPACES
024030         MOVE "APPLIED" TO WS-TREG-OUTCOME
024032*          ONLY WHAT THE MERGE ACTUALLY APPLIED GOES TO THE
024034*          VENDORS -- DEFERRED, QUEUED, AND REJECTED ENTRIES
024036*          ALL LEFT AN OUTCOME OF THEIR OWN ABOVE.
024038         PERFORM 2595-WRITE-VENDOR-EVENT THRU 2595-EXIT
024040     END-IF.
024050     PERFORM 2590-WRITE-TRANS-REGISTER THRU 2590-EXIT.
024055     MOVE SPACES TO WS-AUDIT-EFF-DATE.
024060 2506-EXIT.
024070     EXIT.
024080
024110 2590-WRITE-TRANS-REGISTER.
024120     MOVE WS-TREG-BEFORE TO WS-TREG-AMT-ED.
024130     MOVE WS-TREG-AFTER  TO WS-TREG-AMT2-ED.
024131     MOVE SPACES TO TREG-LINE.
024132     STRING WS-RUN-DATE " " TRANS-ACTION " " TRANS-ID
024133         " EFF " TRANS-EFF-DATE
024134         " BEFORE " WS-TREG-AMT-ED
024135         " AFTER " WS-TREG-AMT2-ED
024136         " " WS-TREG-OUTCOME
024137         " BY " TRANS-KEYED-BY
024138         DELIMITED BY SIZE INTO TREG-LINE.
024139     WRITE TREG-LINE.
024140 2590-EXIT.
024141     EXIT.
024142
024143*      2595-WRITE-VENDOR-EVENT JOURNALS THE TRANSACTION JUST
024144*      APPLIED AS ONE VENDOR EVENT. THE EMPLOYEE'S NAME, DEPT,
024145*      AND GRADE ARE AS THE MASTER NOW STANDS -- FOR A
024146*      TERMINATION, AS IT STOOD WHEN THE ROW WAS DELETED -- AND
024147*      THE SALARIES ARE THE REGISTER'S BEFORE/AFTER IMAGES. A
024148*      CHANGE THAT MOVED DEPT OR GRADE IS A TRANSFER EVEN IF THE
024149*      SALARY MOVED WITH IT. AN EVENT ALREADY JOURNALED TONIGHT
024150*      IS NOT JOURNALED AGAIN.
024151 2595-WRITE-VENDOR-EVENT.
024152     MOVE SPACES TO WS-VND-KEY.
024153     MOVE TRANS-ID TO WS-VND-EMP-ID.
024154     MOVE WS-TREG-BEFORE TO WS-VND-BEFORE.
024155     MOVE WS-TREG-AFTER  TO WS-VND-AFTER.
024156     IF TRANS-EFF-DATE IS NUMERIC
024157             AND TRANS-EFF-DATE > ZERO
024158         MOVE TRANS-EFF-DATE TO WS-VND-EFF-DATE
024159     ELSE
024160         MOVE WS-RUN-DATE TO WS-VND-EFF-DATE
024161     END-IF.
024162     MOVE OUT-NAME  TO WS-VND-NAME.
024163     MOVE OUT-DEPT  TO WS-VND-DEPT.
024164     MOVE OUT-GRADE TO WS-VND-GRADE.
024165     EVALUATE TRUE
024166         WHEN TRANS-IS-HIRE
024167             IF WS-REHIRE-FOUND
024168                 MOVE 'RHR' TO WS-VND-EVENT
024169             ELSE
024170                 MOVE 'HIR' TO WS-VND-EVENT
024171             END-IF
024172         WHEN TRANS-IS-CHANGE
024173             IF OUT-DEPT NOT = WS-POS-OLD-DEPT
024174                     OR OUT-GRADE NOT = WS-POS-OLD-GRADE
024175                 MOVE 'XFR' TO WS-VND-EVENT
024176             ELSE
024177                 IF WS-TREG-AFTER NOT = WS-TREG-BEFORE
024178                     MOVE 'SAL' TO WS-VND-EVENT
024179                 ELSE
024180                     MOVE 'CHG' TO WS-VND-EVENT
024181                 END-IF
024182             END-IF
024183         WHEN TRANS-IS-TERMINATE
024184             MOVE 'TRM'         TO WS-VND-EVENT
024185             MOVE WS-TERM-NAME  TO WS-VND-NAME
024186             MOVE WS-TERM-DEPT  TO WS-VND-DEPT
024187             MOVE WS-TERM-GRADE TO WS-VND-GRADE
024188         WHEN TRANS-IS-LEAVE
024189             MOVE 'LOA' TO WS-VND-EVENT
024190         WHEN TRANS-IS-RETURN
024191             MOVE 'RTN' TO WS-VND-EVENT
024192     END-EVALUATE.
024193*          A STATUS REWRITE THAT FAILED STILL READS 'APPLIED' ON
024194*          THE REGISTER (AND FLAGS THE RECONCILIATION), BUT THE
024195*          MASTER DID NOT MOVE, SO NOTHING GOES TO THE VENDORS.
024196     IF WS-EMP-OUT-STATUS NOT = '00'
024197         MOVE SPACES TO WS-VND-EVENT
024198     END-IF.
024199     MOVE 'N' TO WS-VND-DUP-SW.
024200     PERFORM VARYING WS-VND-SUB FROM 1 BY 1
024201             UNTIL WS-VND-SUB > WS-VND-SEEN-COUNT
024202                OR WS-VND-DUPLICATE
024203         IF WS-VND-SEEN (WS-VND-SUB) = WS-VND-KEY
024204             SET WS-VND-DUPLICATE TO TRUE
024205         END-IF
024206     END-PERFORM.
024207     IF WS-VND-DUPLICATE
024208         DISPLAY "VENDOR EVENT ALREADY JOURNALED TONIGHT, "
024209             "EMP-ID: " TRANS-ID " EVENT: " WS-VND-EVENT
024210     END-IF.
024211     IF WS-VND-EVENT NOT = SPACES
024212             AND NOT WS-VND-DUPLICATE
024213         ADD 1 TO WS-VND-LAST-SEQ
024214         MOVE SPACES          TO VENDOR-EVENT-REC
024215         MOVE 'D'             TO VE-TYPE
024216         MOVE WS-VND-LAST-SEQ TO VE-SEQ
024217         MOVE WS-VND-EVENT    TO VE-EVENT
024218         MOVE WS-VND-EMP-ID   TO VE-EMP-ID
024219         MOVE WS-VND-NAME     TO VE-NAME
024220         MOVE WS-VND-EFF-DATE TO VE-EFF-DATE
024221         MOVE WS-VND-DEPT     TO VE-DEPT
024222         MOVE WS-VND-GRADE    TO VE-GRADE
024223         MOVE WS-VND-BEFORE   TO VE-BEFORE
024224         MOVE WS-VND-AFTER    TO VE-AFTER
024225         MOVE WS-RUN-DATE     TO VE-RUN-DATE
024226         PERFORM 1196-ADD-VENDOR-SEEN THRU 1196-EXIT
024227         WRITE VENDOR-EVENT-REC
024228     END-IF.
024229 2595-EXIT.
024230     EXIT.
024240
024250*      2570-QUEUE-FOR-APPROVAL PARKS THE TRANSACTION IN THE
026810*      3120-WRITE-BAND-SUMMARY ADDS THE NIGHT'S BAND-EXCEPTION
026820*      COUNT TO THE CONTROL-TOTALS REPORT SO A NON-ZERO NIGHT
026830*      GETS EYES ON SALARY-BAND-EXCEPTIONS.RPT.
026831 3120-WRITE-BAND-SUMMARY.
026832     MOVE WS-BAND-EXC-COUNT TO WS-SUMMARY-COUNT-ED.
026833     MOVE SPACES TO SUMMARY-LINE.
026834     STRING "SALARY BAND EXCEPTIONS    : " WS-SUMMARY-COUNT-ED
026835         DELIMITED BY SIZE INTO SUMMARY-LINE.
026836     WRITE SUMMARY-LINE.
026837 3120-EXIT.
026838     EXIT.
026839
026840*      3130-WRITE-APPROVAL-SUMMARY ADDS THE APPROVAL-QUEUE
026841*      MOVEMENT TO THE CONTROL-TOTALS REPORT -- WHAT PARKED
026842*      TONIGHT, WHAT APPLIED OFF THE QUEUE, WHAT WAS DENIED AND
026843*      DROPPED, AND WHAT IS STILL WAITING ON A SUPERVISOR.
026844 3130-WRITE-APPROVAL-SUMMARY.
026845*          THE STILL-WAITING AND DENIED TALLIES COME STRAIGHT
026846*          OFF THE SESSION TABLE -- THE SUMMARY IS WRITTEN
026847*          BEFORE 3080-WRITE-APPROVAL-QUEUE MAKES THEM DURABLE.
026848     PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
026849             UNTIL WS-APPR-SUB > WS-APPR-COUNT
026850         EVALUATE WS-APPR-STAT (WS-APPR-SUB)
026851             WHEN 'P'
026852                 ADD 1 TO WS-AWAIT-APPR-COUNT
026853             WHEN 'D'
026854                 ADD 1 TO WS-DENIED-DROP-COUNT
026855             WHEN OTHER
026857                 CONTINUE
026858         END-EVALUATE
026859     END-PERFORM.
026860     MOVE WS-QUEUED-COUNT TO WS-SUMMARY-COUNT-ED.
026861     MOVE SPACES TO SUMMARY-LINE.
026862     STRING "TRANS QUEUED FOR APPROVAL : " WS-SUMMARY-COUNT-ED
026863         DELIMITED BY SIZE INTO SUMMARY-LINE.
026864     WRITE SUMMARY-LINE.
026865     MOVE WS-APPLIED-APPR-COUNT TO WS-SUMMARY-COUNT-ED.
026866     MOVE SPACES TO SUMMARY-LINE.
026867     STRING "APPROVED TRANS APPLIED    : " WS-SUMMARY-COUNT-ED
026868         DELIMITED BY SIZE INTO SUMMARY-LINE.
026869     WRITE SUMMARY-LINE.
026870     MOVE WS-DENIED-DROP-COUNT TO WS-SUMMARY-COUNT-ED.
026871     MOVE SPACES TO SUMMARY-LINE.
026872     STRING "DENIED TRANS DROPPED      : " WS-SUMMARY-COUNT-ED
026873         DELIMITED BY SIZE INTO SUMMARY-LINE.
026874     WRITE SUMMARY-LINE.
026875     MOVE WS-AWAIT-APPR-COUNT TO WS-SUMMARY-COUNT-ED.
026876     MOVE SPACES TO SUMMARY-LINE.
026877     STRING "STILL AWAITING APPROVAL   : " WS-SUMMARY-COUNT-ED
026878         DELIMITED BY SIZE INTO SUMMARY-LINE.
026879     WRITE SUMMARY-LINE.
026880 3130-EXIT.
026881     EXIT.
026883
026884*      3140-WRITE-POSITION-SUMMARY ADDS THE NIGHT'S POSITION-
026885*      CONTROL REJECTS TO THE CONTROL-TOTALS REPORT SO A NON-ZERO
026886*      NIGHT GETS EYES ON POSITION-CONTROL.RPT.
026887 3140-WRITE-POSITION-SUMMARY.
026888     MOVE WS-POS-HEAD-REJ-COUNT TO WS-SUMMARY-COUNT-ED.
026889     MOVE SPACES TO SUMMARY-LINE.
026890     STRING "REJECTED HEADCOUNT FULL   : " WS-SUMMARY-COUNT-ED
026891         DELIMITED BY SIZE INTO SUMMARY-LINE.
026892     WRITE SUMMARY-LINE.
026893     MOVE WS-POS-BUDG-REJ-COUNT TO WS-SUMMARY-COUNT-ED.
026894     MOVE SPACES TO SUMMARY-LINE.
026895     STRING "REJECTED OVER BUDGET      : " WS-SUMMARY-COUNT-ED
026896         DELIMITED BY SIZE INTO SUMMARY-LINE.
026897     WRITE SUMMARY-LINE.
026898 3140-EXIT.
026899     EXIT.
026900
026901*      1180-LOAD-POSITION-TABLE READS POSITION-CONTROL.DAT ONCE
026902*      AT STARTUP OF A BATCH PASS. A MISSING TABLE MEANS NO
026903*      POSITION CONTROL TONIGHT -- HIRES AND CHANGES APPLY AS
026904*      THEY ALWAYS DID, AND NO VACANCY REPORT IS WRITTEN. A
026905*      TABLE THAT WILL NOT OPEN IS TREATED THE SAME WAY.
026906 1180-LOAD-POSITION-TABLE.
026907     MOVE 'N' TO WS-POS-EOF.
026909     OPEN INPUT POSITION-FILE.
026910     IF WS-POS-STATUS NOT = '00'
026911         MOVE 'Y' TO WS-POS-EOF
026912         IF WS-POS-STATUS = '35'
026913             DISPLAY "POSITION-CONTROL.DAT NOT ON FILE -- "
026914                 "HEADCOUNT AND BUDGET NOT CHECKED THIS RUN"
026915         ELSE
026916             DISPLAY "POSITION-CONTROL.DAT NOT AVAILABLE, "
026917                 "STATUS: " WS-POS-STATUS " -- HEADCOUNT AND "
026918                 "BUDGET NOT CHECKED THIS RUN"
026919         END-IF
026920     ELSE
026921         SET WS-POSITION-CONTROL-ON TO TRUE
026922         PERFORM UNTIL WS-POS-EOF-YES
026923             READ POSITION-FILE INTO POSITION-REC
026924                 AT END
026925                     MOVE 'Y' TO WS-POS-EOF
026926                 NOT AT END
026927                     IF WS-POS-COUNT < 100
026928                         ADD 1 TO WS-POS-COUNT
026929                         MOVE POS-REC-DEPT   TO
026930                            WS-POS-DEPT (WS-POS-COUNT)
026931                         MOVE POS-REC-GRADE  TO
026932                            WS-POS-GRADE (WS-POS-COUNT)
026933                         MOVE POS-REC-HEADS  TO
026935                            WS-POS-AUTH (WS-POS-COUNT)
026936                         MOVE POS-REC-BUDGET TO
026937                            WS-POS-BUDGET (WS-POS-COUNT)
026938                         MOVE ZERO TO WS-POS-FILLED (WS-POS-COUNT)
026939                         MOVE ZERO TO
026940                            WS-POS-FILLED-SAL (WS-POS-COUNT)
026941                         MOVE ZERO TO WS-POS-PEND (WS-POS-COUNT)
026942                         MOVE ZERO TO
026943                            WS-POS-PEND-SAL (WS-POS-COUNT)
026944                     ELSE
026945                         IF NOT WS-POS-TABLE-FULL
026946                             SET WS-POS-TABLE-FULL TO TRUE
026947                             DISPLAY "POSITION-CONTROL.DAT HAS "
026948                                 "MORE THAN 100 ENTRIES -- EXTRA "
026949                                 "ROWS IGNORED"
026950                         END-IF
026951                     END-IF
026952             END-READ
026953         END-PERFORM
026954         CLOSE POSITION-FILE
026955     END-IF.
026956 1180-EXIT.
026957     EXIT.
026958
026959*      1190-OPEN-VENDOR-EVENTS READS THE VENDOR EVENT JOURNAL
026961*      ONCE AT STARTUP OF A BATCH PASS FOR THE HIGHEST SEQUENCE
026962*      NUMBER YET ISSUED AND FOR TONIGHT'S EVENTS ALREADY ON IT,
026963*      THEN OPENS IT TO APPEND -- A FIRST-EVER RUN CREATES IT.
026964 1190-OPEN-VENDOR-EVENTS.
026965     MOVE 'N' TO WS-VND-EOF.
026966     MOVE ZERO TO WS-VND-LAST-SEQ.
026967     MOVE ZERO TO WS-VND-SEEN-COUNT.
026968     OPEN INPUT VENDOR-EVENTS.
026969     IF WS-VND-EVENTS-STATUS NOT = '00'
026970         MOVE 'Y' TO WS-VND-EOF
026971         IF WS-VND-EVENTS-STATUS NOT = '35'
026972             DISPLAY "VENDOR-EVENTS.DAT NOT AVAILABLE, STATUS: "
026973                 WS-VND-EVENTS-STATUS " -- TONIGHT'S EARLIER "
026974                 "EVENTS NOT CHECKED FOR REPEATS"
026975         END-IF
026976     ELSE
026977         PERFORM UNTIL WS-VND-EOF-YES
026978             READ VENDOR-EVENTS
026979                 AT END
026980                     MOVE 'Y' TO WS-VND-EOF
026981                 NOT AT END
026982                     IF VE-SEQ IS NUMERIC
026983                             AND VE-SEQ > WS-VND-LAST-SEQ
026984                         MOVE VE-SEQ TO WS-VND-LAST-SEQ
026985                     END-IF
026987                     IF VE-RUN-DATE IS NUMERIC
026988                             AND VE-RUN-DATE = WS-RUN-DATE
026989                         PERFORM 1195-REMEMBER-VENDOR-EVENT
026990                             THRU 1195-EXIT
026991                     END-IF
026992             END-READ
026993         END-PERFORM
026994         CLOSE VENDOR-EVENTS
026995     END-IF.
026996*          A JOURNAL CUT BACK OR LOST MUST NOT REISSUE NUMBERS THE
026997*          VENDORS HAVE ALREADY BEEN SENT -- NUMBERING CARRIES ON
026998*          FROM THE EXTRACT CONTROL WHEN THAT IS FURTHER ALONG.
026999     OPEN INPUT VENDOR-CONTROL.
027000     IF WS-VND-CTL-STATUS = '00'
027001         READ VENDOR-CONTROL
027002             AT END
027003                 CONTINUE
027004             NOT AT END
027005                 IF VC-LAST-SEQ IS NUMERIC
027006                         AND VC-LAST-SEQ > WS-VND-LAST-SEQ
027007                     MOVE VC-LAST-SEQ TO WS-VND-LAST-SEQ
027008                 END-IF
027009         END-READ
027010         CLOSE VENDOR-CONTROL
027011     END-IF.
027013     OPEN EXTEND VENDOR-EVENTS.
027014     IF WS-VND-EVENTS-STATUS = '35'
027015         OPEN OUTPUT VENDOR-EVENTS
027016     END-IF.
027017 1190-EXIT.
027018     EXIT.
027019
027020*      1195-REMEMBER-VENDOR-EVENT LOADS WS-VND-KEY FROM THE
027021*      JOURNAL LINE IN VENDOR-EVENT-REC AND ADDS IT TO TONIGHT'S
027022*      SEEN TABLE.
027023 1195-REMEMBER-VENDOR-EVENT.
027024     MOVE VE-EVENT    TO WS-VND-EVENT.
027025     MOVE VE-EMP-ID   TO WS-VND-EMP-ID.
027026     MOVE VE-EFF-DATE TO WS-VND-EFF-DATE.
027027     MOVE VE-DEPT     TO WS-VND-DEPT.
027028     MOVE VE-GRADE    TO WS-VND-GRADE.
027029     MOVE VE-AFTER    TO WS-VND-AFTER.
027030     PERFORM 1196-ADD-VENDOR-SEEN THRU 1196-EXIT.
027031 1195-EXIT.
027032     EXIT.
027033
027034*      1196-ADD-VENDOR-SEEN ADDS WS-VND-KEY TO TONIGHT'S SEEN
027035*      TABLE. 2595-WRITE-VENDOR-EVENT ADDS ITS KEY BEFORE THE
027036*      WRITE, SINCE THE RECORD AREA CANNOT BE RELIED ON AFTER IT.
027037 1196-ADD-VENDOR-SEEN.
027039     IF WS-VND-SEEN-COUNT < 500
027046         ADD 1 TO WS-VND-SEEN-COUNT
027047         MOVE WS-VND-KEY TO WS-VND-SEEN (WS-VND-SEEN-COUNT)
027048     ELSE
027049         IF NOT WS-VND-TABLE-FULL
027050             SET WS-VND-TABLE-FULL TO TRUE
027051             DISPLAY "VENDOR-EVENTS.DAT HAS MORE THAN 500 "
027052                 "EVENTS FOR TONIGHT -- LATER ONES NOT CHECKED "
027053                 "FOR REPEATS"
027054         END-IF
027055     END-IF.
027056 1196-EXIT.
027057     EXIT.
027058
027059*      2580-COUNT-FILLED-POSITIONS READS EMPLOYEE-OUT.DAT FRONT
027060*      TO BACK AND COUNTS EVERY EMPLOYEE ON IT -- ON LEAVE OR
027061*      NOT, SINCE A LEAVE STILL HOLDS THE POSITION -- INTO THE
027062*      FILLED HEADCOUNT AND SALARY OF THEIR DEPT/GRADE.
027063 2580-COUNT-FILLED-POSITIONS.
027064     MOVE 'N' TO WS-POS-SCAN-EOF.
027065     MOVE ZERO TO OUT-ID.
027066     START EMP-OUT KEY IS NOT LESS THAN OUT-ID
027067         INVALID KEY
027068             MOVE 'Y' TO WS-POS-SCAN-EOF
027069     END-START.
027070     PERFORM UNTIL WS-POS-SCAN-EOF-YES
027071         READ EMP-OUT NEXT RECORD
027072             AT END
027073                 MOVE 'Y' TO WS-POS-SCAN-EOF
027074             NOT AT END
027075                 MOVE OUT-DEPT   TO WS-POS-WORK-DEPT
027076                 MOVE OUT-GRADE  TO WS-POS-WORK-GRADE
027077                 MOVE 1          TO WS-POS-WORK-HEADS
027078                 MOVE OUT-SALARY TO WS-POS-WORK-SALARY
027079                 PERFORM 2586-ROLL-POSITION THRU 2586-EXIT
027080         END-READ
027081     END-PERFORM.
027082 2580-EXIT.
027083     EXIT.
027084
027085*      2582-FIND-POSITION LOOKS WS-POS-WORK-DEPT/GRADE UP IN
027086*      WS-POS-TABLE AND HANDS BACK ITS SUBSCRIPT IN WS-POS-HIT
027087*      -- ZERO WHEN THE COMBO IS NOT UNDER POSITION CONTROL.
027088 2582-FIND-POSITION.
027089     MOVE 'N' TO WS-POS-FOUND-SW.
027090     MOVE ZERO TO WS-POS-HIT.
027091     PERFORM VARYING WS-POS-SUB FROM 1 BY 1
027092             UNTIL WS-POS-SUB > WS-POS-COUNT
027093             OR WS-POS-FOUND
027094         IF WS-POS-DEPT (WS-POS-SUB) = WS-POS-WORK-DEPT
027095                 AND WS-POS-GRADE (WS-POS-SUB) = WS-POS-WORK-GRADE
027096             SET WS-POS-FOUND TO TRUE
027097             MOVE WS-POS-SUB TO WS-POS-HIT
027098         END-IF
027099     END-PERFORM.
027100 2582-EXIT.
027101     EXIT.
027102
027103*      2584-CHECK-POSITION HOLDS THE TRANSACTION IN FLIGHT
027104*      AGAINST ITS TARGET DEPT/GRADE: A NEW HEAD (A HIRE, OR A
027105*      CHANGE INTO ANOTHER POSITION) MUST FIT UNDER THE
027106*      AUTHORIZED HEADCOUNT, AND THE FILLED SALARY WITH THIS
027107*      EMPLOYEE AT WS-POS-NEW-SALARY MUST FIT UNDER THE BUDGET.
027108*      A CHANGE THAT LOWERS PAY IN A POSITION ALREADY OVER
027109*      BUDGET IS LET THROUGH -- IT ONLY HELPS. A FAILURE SETS
027110*      THE REJECT REASON FOR THE CALLER'S 2060-REJECT-RECORD.
027111 2584-CHECK-POSITION.
027112     SET WS-POSITION-OK TO TRUE.
027113     PERFORM 2582-FIND-POSITION THRU 2582-EXIT.
027114     IF WS-POS-HIT > ZERO
027115         COMPUTE WS-POS-PROJ-SALARY =
027116             WS-POS-FILLED-SAL (WS-POS-HIT) + WS-POS-NEW-SALARY
027117         IF WS-POS-SAME-SLOT
027118             SUBTRACT WS-POS-OLD-SALARY FROM WS-POS-PROJ-SALARY
027119         END-IF
027120         IF NOT WS-POS-SAME-SLOT
027121                 AND WS-POS-FILLED (WS-POS-HIT) + 1 >
027122                     WS-POS-AUTH (WS-POS-HIT)
027123             MOVE 'N' TO WS-POS-OK-SW
027124             MOVE "12" TO REJECT-REASON-CODE
027125             MOVE "DEPT/GRADE HEADCOUNT FULL" TO
027126                 REJECT-REASON-TEXT
027127             ADD 1 TO WS-POS-HEAD-REJ-COUNT
027128         ELSE
027129             IF WS-POS-PROJ-SALARY > WS-POS-BUDGET (WS-POS-HIT)
027130                     AND (NOT WS-POS-SAME-SLOT
027131                         OR WS-POS-NEW-SALARY >
027132                             WS-POS-OLD-SALARY)
027133                 MOVE 'N' TO WS-POS-OK-SW
027134                 MOVE "13" TO REJECT-REASON-CODE
027135                 MOVE "OVER DEPT/GRADE SALARY BUDGET" TO
027136                     REJECT-REASON-TEXT
027137                 ADD 1 TO WS-POS-BUDG-REJ-COUNT
027138             END-IF
027139         END-IF
027140     END-IF.
027141     IF NOT WS-POSITION-OK
027142         DISPLAY "POSITION CONTROL REJECT " REJECT-REASON-CODE
027143             ", EMP-ID: " EMP-ID " " WS-POS-WORK-DEPT
027144             "/" WS-POS-WORK-GRADE
027145     END-IF.
027146 2584-EXIT.
027147     EXIT.
027148
027149*      2586-ROLL-POSITION ADDS WS-POS-WORK-HEADS AND WS-POS-WORK-
027150*      SALARY (NEGATIVE FOR A LEAVER) INTO THE FILLED COUNTS OF
027151*      WS-POS-WORK-DEPT/GRADE. A COMBO NOT UNDER POSITION
027152*      CONTROL IS SIMPLY NOT COUNTED.
027153 2586-ROLL-POSITION.
027154     PERFORM 2582-FIND-POSITION THRU 2582-EXIT.
027155     IF WS-POS-HIT > ZERO
027156         ADD WS-POS-WORK-HEADS  TO WS-POS-FILLED (WS-POS-HIT)
027157         ADD WS-POS-WORK-SALARY TO WS-POS-FILLED-SAL (WS-POS-HIT)
027158     END-IF.
027159 2586-EXIT.
027160     EXIT.
027161
027162*      3090-WRITE-POSITION-REPORT IS THE VACANCY AND BUDGET
027163*      REPORT. PENDING IS EVERY HIRE NOT YET ON THE MASTER --
027164*      STILL ON THE WAREHOUSE WAITING FOR ITS EFFECTIVE DATE, OR
027165*      STILL ON THE APPROVAL QUEUE WAITING FOR A SUPERVISOR --
027166*      TAKEN OFF THE SESSION TABLES BEFORE 3060 AND 3080 MAKE
027167*      THEM DURABLE. A VACANCY IS AN AUTHORIZED HEAD NEITHER
027168*      FILLED NOR SPOKEN FOR BY A PENDING HIRE. THE FILE IS
027169*      READ IN ITS OWN ORDER, SO KEEP IT SORTED BY DEPARTMENT
027170*      FOR THE SUBTOTALS TO COME OUT ONE PER DEPARTMENT.
027171 3090-WRITE-POSITION-REPORT.
027172     PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
027173             UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
027174         MOVE WS-CARRY-ENTRY (WS-CARRY-SUB) TO TRANS-IN-REC
027175         PERFORM 3092-COUNT-PENDING-HIRE THRU 3092-EXIT
027176     END-PERFORM.
027177     PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
027178             UNTIL WS-APPR-SUB > WS-APPR-COUNT
027179         IF WS-APPR-STAT (WS-APPR-SUB) = 'P'
027180             MOVE WS-APPR-IMAGE (WS-APPR-SUB) TO TRANS-IN-REC
027181             PERFORM 3092-COUNT-PENDING-HIRE THRU 3092-EXIT
027182         END-IF
027183     END-PERFORM.
027184     OPEN OUTPUT POSITION-RPT.
027185     MOVE SPACES TO POSITION-LINE.
027186     MOVE "EMPLOYEE-UPDATE POSITION CONTROL -- VACANCY AND BUDGET"
027187         TO POSITION-LINE.
027188     WRITE POSITION-LINE.
027190     MOVE SPACES TO POSITION-LINE.
027191     STRING "RUN DATE: " WS-RUN-DATE
027192         DELIMITED BY SIZE INTO POSITION-LINE.
027193     WRITE POSITION-LINE.
027194     MOVE SPACES TO POSITION-LINE.
027195     STRING "DEPT GR   AUTH  FILLED PENDING  VACANT"
027196         "         BUDGET  FILLED SALARY PENDING SALARY"
027197         "       REMAINING"
027198         DELIMITED BY SIZE INTO POSITION-LINE.
027199     WRITE POSITION-LINE.
027200     MOVE ZERO TO WS-POS-DT-AUTH.
027201     MOVE ZERO TO WS-POS-DT-FILLED.
027202     MOVE ZERO TO WS-POS-DT-PEND.
027203     MOVE ZERO TO WS-POS-DT-VACANT.
027204     MOVE ZERO TO WS-POS-DT-BUDGET.
027205     MOVE ZERO TO WS-POS-DT-FILLED-SAL.
027206     MOVE ZERO TO WS-POS-DT-PEND-SAL.
027207     MOVE ZERO TO WS-POS-GT-AUTH.
027208     MOVE ZERO TO WS-POS-GT-FILLED.
027209     MOVE ZERO TO WS-POS-GT-PEND.
027210     MOVE ZERO TO WS-POS-GT-VACANT.
027211     MOVE ZERO TO WS-POS-GT-BUDGET.
027212     MOVE ZERO TO WS-POS-GT-FILLED-SAL.
027213     MOVE ZERO TO WS-POS-GT-PEND-SAL.
027214     MOVE SPACES TO WS-POS-BREAK-DEPT.
027215     PERFORM VARYING WS-POS-SUB FROM 1 BY 1
027216             UNTIL WS-POS-SUB > WS-POS-COUNT
027217         IF WS-POS-DEPT (WS-POS-SUB) NOT = WS-POS-BREAK-DEPT
027218             IF WS-POS-SUB > 1
027219                 PERFORM 3097-WRITE-POSITION-DEPT THRU 3097-EXIT
027220             END-IF
027221             MOVE WS-POS-DEPT (WS-POS-SUB) TO WS-POS-BREAK-DEPT
027222         END-IF
027223         PERFORM 3095-WRITE-POSITION-LINE THRU 3095-EXIT
027224     END-PERFORM.
027225     IF WS-POS-COUNT > ZERO
027226         PERFORM 3097-WRITE-POSITION-DEPT THRU 3097-EXIT
027227     END-IF.
027228     MOVE WS-POS-GT-AUTH       TO WS-POS-AUTH-ED.
027229     MOVE WS-POS-GT-FILLED     TO WS-POS-FILLED-ED.
027230     MOVE WS-POS-GT-PEND       TO WS-POS-PEND-ED.
027231     MOVE WS-POS-GT-VACANT     TO WS-POS-VACANT-ED.
027232     MOVE WS-POS-GT-BUDGET     TO WS-POS-BUDGET-ED.
027233     MOVE WS-POS-GT-FILLED-SAL TO WS-POS-FILLED-SAL-ED.
027234     MOVE WS-POS-GT-PEND-SAL   TO WS-POS-PEND-SAL-ED.
027235     COMPUTE WS-POS-REMAIN = WS-POS-GT-BUDGET
027236         - WS-POS-GT-FILLED-SAL - WS-POS-GT-PEND-SAL.
027237     MOVE WS-POS-REMAIN        TO WS-POS-REMAIN-ED.
027238     MOVE SPACES TO POSITION-LINE.
027239     STRING "TOTAL  " WS-POS-AUTH-ED " " WS-POS-FILLED-ED
027240         " " WS-POS-PEND-ED " " WS-POS-VACANT-ED
027241         " " WS-POS-BUDGET-ED " " WS-POS-FILLED-SAL-ED
027242         " " WS-POS-PEND-SAL-ED " " WS-POS-REMAIN-ED
027243         DELIMITED BY SIZE INTO POSITION-LINE.
027244     WRITE POSITION-LINE.
027245     MOVE WS-POS-HEAD-REJ-COUNT TO WS-POS-AUTH-ED.
027246     MOVE WS-POS-BUDG-REJ-COUNT TO WS-POS-FILLED-ED.
027247     MOVE SPACES TO POSITION-LINE.
027248     STRING "REJECTED TONIGHT -- HEADCOUNT FULL: " WS-POS-AUTH-ED
027249         "  OVER BUDGET: " WS-POS-FILLED-ED
027250         DELIMITED BY SIZE INTO POSITION-LINE.
027251     WRITE POSITION-LINE.
027252     CLOSE POSITION-RPT.
027253 3090-EXIT.
027254     EXIT.
027255
027256*      3092-COUNT-PENDING-HIRE ROLLS ONE WAITING TRANSACTION
027257*      INTO ITS DEPT/GRADE'S PENDING COUNTS WHEN IT IS A HIRE.
027258 3092-COUNT-PENDING-HIRE.
027259     IF TRANS-IS-HIRE
027260         MOVE TRANS-DEPT  TO WS-POS-WORK-DEPT
027261         MOVE TRANS-GRADE TO WS-POS-WORK-GRADE
027262         PERFORM 2582-FIND-POSITION THRU 2582-EXIT
027263         IF WS-POS-HIT > ZERO AND TRANS-SALARY IS NUMERIC
027264             ADD 1            TO WS-POS-PEND (WS-POS-HIT)
027265             ADD TRANS-SALARY TO WS-POS-PEND-SAL (WS-POS-HIT)
027266         END-IF
027267     END-IF.
027268 3092-EXIT.
027269     EXIT.
027270
027271*      3095-WRITE-POSITION-LINE WRITES ONE DEPT/GRADE LINE AND
027272*      ROLLS IT INTO THE DEPARTMENT AND GRAND TOTALS.
027273 3095-WRITE-POSITION-LINE.
027274     COMPUTE WS-POS-VACANT = WS-POS-AUTH (WS-POS-SUB)
027275         - WS-POS-FILLED (WS-POS-SUB) - WS-POS-PEND (WS-POS-SUB).
027276     IF WS-POS-VACANT < ZERO
027277         MOVE ZERO TO WS-POS-VACANT
027278     END-IF.
027279     COMPUTE WS-POS-REMAIN = WS-POS-BUDGET (WS-POS-SUB)
027280         - WS-POS-FILLED-SAL (WS-POS-SUB)
027281         - WS-POS-PEND-SAL (WS-POS-SUB).
027282     MOVE WS-POS-AUTH (WS-POS-SUB)       TO WS-POS-AUTH-ED.
027283     MOVE WS-POS-FILLED (WS-POS-SUB)     TO WS-POS-FILLED-ED.
027284     MOVE WS-POS-PEND (WS-POS-SUB)       TO WS-POS-PEND-ED.
027285     MOVE WS-POS-VACANT                  TO WS-POS-VACANT-ED.
027286     MOVE WS-POS-BUDGET (WS-POS-SUB)     TO WS-POS-BUDGET-ED.
027287     MOVE WS-POS-FILLED-SAL (WS-POS-SUB) TO WS-POS-FILLED-SAL-ED.
027288     MOVE WS-POS-PEND-SAL (WS-POS-SUB)   TO WS-POS-PEND-SAL-ED.
027289     MOVE WS-POS-REMAIN                  TO WS-POS-REMAIN-ED.
027290     MOVE SPACES TO POSITION-LINE.
027291     STRING WS-POS-DEPT (WS-POS-SUB) " " WS-POS-GRADE (WS-POS-SUB)
027292         WS-POS-AUTH-ED " " WS-POS-FILLED-ED
027293         " " WS-POS-PEND-ED " " WS-POS-VACANT-ED
027294         " " WS-POS-BUDGET-ED " " WS-POS-FILLED-SAL-ED
027295         " " WS-POS-PEND-SAL-ED " " WS-POS-REMAIN-ED
027296         DELIMITED BY SIZE INTO POSITION-LINE.
027297     WRITE POSITION-LINE.
027298     ADD WS-POS-AUTH (WS-POS-SUB)       TO WS-POS-DT-AUTH.
027299     ADD WS-POS-FILLED (WS-POS-SUB)     TO WS-POS-DT-FILLED.
027300     ADD WS-POS-PEND (WS-POS-SUB)       TO WS-POS-DT-PEND.
027301     ADD WS-POS-VACANT                  TO WS-POS-DT-VACANT.
027302     ADD WS-POS-BUDGET (WS-POS-SUB)     TO WS-POS-DT-BUDGET.
027303     ADD WS-POS-FILLED-SAL (WS-POS-SUB) TO WS-POS-DT-FILLED-SAL.
027304     ADD WS-POS-PEND-SAL (WS-POS-SUB)   TO WS-POS-DT-PEND-SAL.
027305 3095-EXIT.
027306     EXIT.
027307
027308*      3097-WRITE-POSITION-DEPT WRITES THE SUBTOTAL FOR THE
027309*      DEPARTMENT JUST FINISHED, ROLLS IT INTO THE GRAND TOTALS,
027310*      AND CLEARS IT FOR THE NEXT DEPARTMENT.
027311 3097-WRITE-POSITION-DEPT.
027312     MOVE WS-POS-DT-AUTH       TO WS-POS-AUTH-ED.
027313     MOVE WS-POS-DT-FILLED     TO WS-POS-FILLED-ED.
027314     MOVE WS-POS-DT-PEND       TO WS-POS-PEND-ED.
027315     MOVE WS-POS-DT-VACANT     TO WS-POS-VACANT-ED.
027316     MOVE WS-POS-DT-BUDGET     TO WS-POS-BUDGET-ED.
027317     MOVE WS-POS-DT-FILLED-SAL TO WS-POS-FILLED-SAL-ED.
027318     MOVE WS-POS-DT-PEND-SAL   TO WS-POS-PEND-SAL-ED.
027319     COMPUTE WS-POS-REMAIN = WS-POS-DT-BUDGET
027320         - WS-POS-DT-FILLED-SAL - WS-POS-DT-PEND-SAL.
027321     MOVE WS-POS-REMAIN        TO WS-POS-REMAIN-ED.
027322     MOVE SPACES TO POSITION-LINE.
027323     STRING WS-POS-BREAK-DEPT " * " WS-POS-AUTH-ED
027324         " " WS-POS-FILLED-ED
027325         " " WS-POS-PEND-ED " " WS-POS-VACANT-ED
027326         " " WS-POS-BUDGET-ED " " WS-POS-FILLED-SAL-ED
027327         " " WS-POS-PEND-SAL-ED " " WS-POS-REMAIN-ED
027328         DELIMITED BY SIZE INTO POSITION-LINE.
027329     WRITE POSITION-LINE.
027330     MOVE SPACES TO POSITION-LINE.
027331     WRITE POSITION-LINE.
027332     ADD WS-POS-DT-AUTH       TO WS-POS-GT-AUTH.
027333     ADD WS-POS-DT-FILLED     TO WS-POS-GT-FILLED.
027334     ADD WS-POS-DT-PEND       TO WS-POS-GT-PEND.
027335     ADD WS-POS-DT-VACANT     TO WS-POS-GT-VACANT.
027336     ADD WS-POS-DT-BUDGET     TO WS-POS-GT-BUDGET.
027337     ADD WS-POS-DT-FILLED-SAL TO WS-POS-GT-FILLED-SAL.
027338     ADD WS-POS-DT-PEND-SAL   TO WS-POS-GT-PEND-SAL.
027339     MOVE ZERO TO WS-POS-DT-AUTH.
027340     MOVE ZERO TO WS-POS-DT-FILLED.
027341     MOVE ZERO TO WS-POS-DT-PEND.
027342     MOVE ZERO TO WS-POS-DT-VACANT.
027343     MOVE ZERO TO WS-POS-DT-BUDGET.
027344     MOVE ZERO TO WS-POS-DT-FILLED-SAL.
027345     MOVE ZERO TO WS-POS-DT-PEND-SAL.
027346 3097-EXIT.
027347     EXIT.
027348
027350*      2515-CHECK-REHIRE SCANS EMP-TERMINATED.DAT FOR THE HIRE
027360*      IN FLIGHT. A MATCHING EMP-ID MEANS THIS IS A REHIRE --
027370*      THE LATEST TERMINATION'S DATE AND FINAL SALARY ARE KEPT
027430     MOVE 'N' TO WS-TERM-EOF.
027440     MOVE ZERO TO WS-PRIOR-TERM-SALARY.
027450     MOVE ZERO TO WS-PRIOR-TERM-DATE.
027455     MOVE ZERO TO WS-PRIOR-HIRE-DATE.
027460     OPEN INPUT TERM-MASTER.
027470     IF WS-TERM-MASTER-STATUS = '35'
027480         MOVE 'Y' TO WS-TERM-EOF
027580                        WS-PRIOR-TERM-SALARY
027590                     MOVE TM-TERM-DATE TO
027600                        WS-PRIOR-TERM-DATE
027601                     IF TM-HIRE-DATE IS NUMERIC
027602                         MOVE TM-HIRE-DATE TO
027604                            WS-PRIOR-HIRE-DATE
027605                     ELSE
027607                         MOVE ZERO TO WS-PRIOR-HIRE-DATE
027608                     END-IF
027610                 END-IF
027620         END-READ
027630     END-PERFORM
027660     IF WS-REHIRE-FOUND
027670         DISPLAY "REHIRE DETECTED, EMP-ID: " EMP-ID
027680             " LAST TERMINATED " WS-PRIOR-TERM-DATE
027681             " AT SALARY " WS-PRIOR-TERM-SALARY
027682     END-IF.
027683 2515-EXIT.
027684     EXIT.
027686
027687*      2516-SET-HIRE-DATES STAMPS THE HIRE IN FLIGHT WITH ITS
027688*      DATES. THE SERVICE DATE IS THE DAY THE HIRE TAKES EFFECT --
027689*      TRANS-EFF-DATE, OR THE RUN DATE FOR A TRANSACTION KEYED
027690*      WITHOUT ONE. A NEW EMPLOYEE'S HIRE DATE IS THE SAME DAY; A
027692*      REHIRE KEEPS THE ORIGINAL HIRE DATE 2515-CHECK-REHIRE FOUND
027693*      ON EMP-TERMINATED.DAT. A REHIRE WHOSE TERMINATION PREDATES
027694*      THE DATES BEING KEPT THERE STARTS OVER FROM THE EFFECTIVE
027695*      DATE, AND THE CONSOLE SAYS SO FOR HR TO CORRECT.
027696 2516-SET-HIRE-DATES.
027698     IF TRANS-EFF-DATE IS NUMERIC
027699             AND TRANS-EFF-DATE > ZERO
027700         MOVE TRANS-EFF-DATE TO WS-HIRE-EFF-DATE
027701     ELSE
027703         MOVE WS-RUN-DATE    TO WS-HIRE-EFF-DATE
027704     END-IF.
027705     MOVE WS-HIRE-EFF-DATE TO EMP-SERVICE-DATE.
027706     MOVE WS-HIRE-EFF-DATE TO EMP-HIRE-DATE.
027707     IF WS-REHIRE-FOUND
027709         IF WS-PRIOR-HIRE-DATE > ZERO
027710             MOVE WS-PRIOR-HIRE-DATE TO EMP-HIRE-DATE
027711         ELSE
027712             DISPLAY "REHIRE EMP-ID: " EMP-ID
027713                 " -- NO ORIGINAL HIRE DATE ON FILE, HIRE"
027715                 " DATE SET TO " WS-HIRE-EFF-DATE
027716         END-IF
027717     END-IF.
027718 2516-EXIT.
027720     EXIT.
027730
027740*      2535-WRITE-TERM-MASTER APPENDS THE EMPLOYEE'S FINAL
027890     MOVE WS-TERM-DEPT        TO TM-DEPT.
027900     MOVE WS-TERM-GRADE       TO TM-GRADE.
027910     MOVE WS-RUN-DATE         TO TM-TERM-DATE.
027913     MOVE WS-TERM-HIRE-DATE   TO TM-HIRE-DATE.
027916     MOVE WS-TERM-SERVICE-DATE TO TM-SERVICE-DATE.
027920     WRITE TERM-MASTER-REC.
027930     CLOSE TERM-MASTER.
027940 2535-EXIT.
029990         " " WS-SIM-AMOUNT-ED " " WS-SIM-AMT2-ED
030000         " INCREASE " WS-SIM-AMT3-ED
030010         DELIMITED BY SIZE INTO PROJECTION-LINE.
030011     WRITE PROJECTION-LINE.
030012 3250-EXIT.
030013     EXIT.
030014
030015*      2190-ROLL-GL-DELTA POSTS THE EVENT'S SALARY DELTA FOR
030016*      WS-GL-WORK-ID. AN EMPLOYEE WITH A VALID LABOR SPLIT HAS
030017*      THE DELTA SPREAD ACROSS THE SPLIT'S DEPARTMENTS; ANYONE
030018*      ELSE POSTS IT WHOLE TO WS-GL-WORK-DEPT, AS ALWAYS.
030019 2190-ROLL-GL-DELTA.
030020     MOVE WS-GL-WORK-ID TO WS-LD-WORK-ID.
030021     PERFORM 2197-FIND-LABOR-SPLIT THRU 2197-EXIT.
030022     IF WS-LD-HIT = ZERO
030023         PERFORM 2192-POST-GL-DELTA THRU 2192-EXIT
030024     ELSE
030025         MOVE WS-GL-WORK-DELTA TO WS-GL-SPLIT-DELTA
030026         MOVE WS-GL-WORK-DELTA TO WS-GL-SPLIT-LEFT
030027         PERFORM 2194-POST-GL-SHARE THRU 2194-EXIT
030028             VARYING WS-LD-SHARE-SUB FROM 1 BY 1
030029             UNTIL WS-LD-SHARE-SUB > WS-LD-SHARES (WS-LD-HIT)
030030     END-IF.
030031 2190-EXIT.
030032     EXIT.
030033
030034*      2194-POST-GL-SHARE POSTS ONE DEPARTMENT'S SHARE OF A SPLIT
030035*      DELTA. THE LAST SHARE POSTS WHAT IS LEFT, SO A PENNY OF
030036*      ROUNDING NEVER GOES MISSING FROM THE EXTRACT.
030037 2194-POST-GL-SHARE.
030038     MOVE WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB) TO
030039         WS-GL-WORK-DEPT.
030040     IF WS-LD-SHARE-SUB = WS-LD-SHARES (WS-LD-HIT)
030041         MOVE WS-GL-SPLIT-LEFT TO WS-GL-WORK-DELTA
030042     ELSE
030043         COMPUTE WS-GL-WORK-DELTA ROUNDED =
030044             WS-GL-SPLIT-DELTA *
030045             WS-LD-PCT (WS-LD-HIT WS-LD-SHARE-SUB) / 100
030046         SUBTRACT WS-GL-WORK-DELTA FROM WS-GL-SPLIT-LEFT
030047     END-IF.
030048     PERFORM 2192-POST-GL-DELTA THRU 2192-EXIT.
030049 2194-EXIT.
030050     EXIT.
030051
030052*      2197-FIND-LABOR-SPLIT LOOKS WS-LD-WORK-ID UP ON THE LABOR
030053*      TABLE, LEAVING THE ENTRY IN WS-LD-HIT -- ZERO WHEN THE
030054*      EMPLOYEE HAS NO SPLIT, OR ONLY ONE THAT FAILED VALIDATION.
030055 2197-FIND-LABOR-SPLIT.
030056     MOVE ZERO TO WS-LD-HIT.
030057     PERFORM VARYING WS-LD-SUB FROM 1 BY 1
030058             UNTIL WS-LD-SUB > WS-LD-COUNT
030059             OR WS-LD-HIT > ZERO
030060         IF WS-LD-ID (WS-LD-SUB) = WS-LD-WORK-ID
030061                 AND WS-LD-VALID (WS-LD-SUB)
030062             MOVE WS-LD-SUB TO WS-LD-HIT
030063         END-IF
030064     END-PERFORM.
030065 2197-EXIT.
030066     EXIT.
030067
030068*      2192-POST-GL-DELTA FINDS (OR OPENS) THE DEPARTMENT'S
030070*      ENTRY IN WS-GL-TABLE AND ROLLS THE EVENT'S SALARY DELTA
030080*      INTO IT. A FULL TABLE WOULD DROP A POSTING, SO IT FLAGS
030090*      THE RUN FOR REVIEW THE SAME WAY A BAD WRITE DOES.
030100 2192-POST-GL-DELTA.
030110     MOVE 'N' TO WS-GL-FOUND-SW.
030120     MOVE ZERO TO WS-GL-HIT.
030130     PERFORM VARYING WS-GL-SUB FROM 1 BY 1
030370     IF WS-GL-HIT > ZERO
030380         ADD WS-GL-WORK-DELTA TO WS-GL-DELTA (WS-GL-HIT)
030390     END-IF.
030400 2192-EXIT.
030410     EXIT.
030420
030430*      3070-WRITE-GL-EXTRACT WRITES GL-INTERFACE.DAT ON A CLEAN
030830         WRITE GL-DTL-REC
030840         ADD 1 TO WS-GL-REC-COUNT
030850         ADD GL-DTL-AMOUNT TO WS-GL-HASH
030851     END-IF.
030852     MOVE SPACES          TO GL-TRL-REC.
030853     MOVE 'T'             TO GL-TRL-TYPE.
030854     MOVE WS-GL-REC-COUNT TO GL-TRL-COUNT.
030855     MOVE WS-GL-HASH      TO GL-TRL-HASH.
030856     WRITE GL-TRL-REC.
030857     CLOSE GL-EXTRACT.
030858     DISPLAY "GL EXTRACT WRITTEN, DETAIL LINES: "
030859         WS-GL-REC-COUNT.
030860 3070-EXIT.
030861     EXIT.
030862
030863*      3072-WRITE-VENDOR-EXTRACT WRITES VENDOR-CHANGES.DAT ON A
030864*      CLEAN BATCH FINISH FROM THE JOURNAL: EVERY EVENT NUMBERED
030865*      AFTER THE LAST ONE VENDOR-EXTRACT-CONTROL.DAT SAYS WAS
030866*      ALREADY SENT -- WHICH PICKS UP AN ABENDED NIGHT'S EVENTS
030867*      ON ITS RESTART, AND LEAVES A RERUN OF THE SAME NIGHT WITH
030869*      ONLY WHAT IS NEW -- THEN MOVES THE CONTROL UP TO THE LAST
030870*      EVENT WRITTEN. WITH NOTHING NEW SINCE THE LAST EXTRACT,
030871*      VENDOR-CHANGES.DAT AND THE CONTROL ARE LEFT AS THEY WERE --
030872*      A SECOND RUN THE SAME NIGHT MUST NOT EMPTY A FILE THE
030873*      VENDORS HAVE NOT COLLECTED YET.
030874 3072-WRITE-VENDOR-EXTRACT.
030875     CLOSE VENDOR-EVENTS.
030876     MOVE ZERO TO WS-VND-FIRST-SEQ.
030877     OPEN INPUT VENDOR-CONTROL.
030878     IF WS-VND-CTL-STATUS = '00'
030879         READ VENDOR-CONTROL
030880             AT END
030881                 CONTINUE
030882             NOT AT END
030883                 IF VC-LAST-SEQ IS NUMERIC
030884                     MOVE VC-LAST-SEQ TO WS-VND-FIRST-SEQ
030885                 END-IF
030887         END-READ
030888         CLOSE VENDOR-CONTROL
030889     END-IF.
030890     ADD 1 TO WS-VND-FIRST-SEQ.
030891     IF WS-VND-LAST-SEQ < WS-VND-FIRST-SEQ
030892         DISPLAY "VENDOR EXTRACT: NO CHANGES -- "
030893             "VENDOR-CHANGES.DAT LEFT AS IT WAS"
030894     ELSE
030895         PERFORM 3073-BUILD-VENDOR-EXTRACT THRU 3073-EXIT
030896     END-IF.
030897 3072-EXIT.
030898     EXIT.
030899
030900*      3073-BUILD-VENDOR-EXTRACT WRITES THE EVENTS FROM
030901*      WS-VND-FIRST-SEQ ON BETWEEN HEADER AND TRAILER, THEN MOVES
030902*      THE CONTROL UP TO WS-VND-LAST-SEQ.
030903 3073-BUILD-VENDOR-EXTRACT.
030905     OPEN OUTPUT VENDOR-EXTRACT.
030906     MOVE SPACES           TO VX-HDR-REC.
030907     MOVE 'H'              TO VX-HDR-TYPE.
030908     MOVE WS-RUN-DATE      TO VX-HDR-RUN-DATE.
030909     MOVE WS-VND-FIRST-SEQ TO VX-HDR-FIRST-SEQ.
030910     MOVE WS-VND-LAST-SEQ  TO VX-HDR-LAST-SEQ.
030911     WRITE VX-HDR-REC.
030912     MOVE ZERO TO WS-VND-REC-COUNT.
030913     MOVE ZERO TO WS-VND-HASH.
030914     MOVE 'N' TO WS-VND-EOF.
030915     OPEN INPUT VENDOR-EVENTS.
030916     IF WS-VND-EVENTS-STATUS NOT = '00'
030917         MOVE 'Y' TO WS-VND-EOF
030918     END-IF.
030919     PERFORM UNTIL WS-VND-EOF-YES
030920         READ VENDOR-EVENTS
030921             AT END
030922                 MOVE 'Y' TO WS-VND-EOF
030924             NOT AT END
030925                 IF VE-SEQ IS NUMERIC
030926                         AND VE-SEQ NOT < WS-VND-FIRST-SEQ
030927                     MOVE VENDOR-EVENT-REC TO VX-DTL-REC
030928                     WRITE VX-DTL-REC
030929                     ADD 1 TO WS-VND-REC-COUNT
030930                     ADD VE-EMP-ID TO WS-VND-HASH
030931                 END-IF
030932         END-READ
030933     END-PERFORM.
030934     IF WS-VND-EVENTS-STATUS NOT = '35'
030935         CLOSE VENDOR-EVENTS
030936     END-IF.
030937     MOVE SPACES           TO VX-TRL-REC.
030938     MOVE 'T'              TO VX-TRL-TYPE.
030939     MOVE WS-RUN-DATE      TO VX-TRL-RUN-DATE.
030940     MOVE WS-VND-REC-COUNT TO VX-TRL-COUNT.
030942     MOVE WS-VND-HASH      TO VX-TRL-HASH.
030943     WRITE VX-TRL-REC.
030944     CLOSE VENDOR-EXTRACT.
030945*          THE CONTROL MOVES ONLY AFTER THE EXTRACT IS CLOSED --
030946*          AN ABEND PART WAY THROUGH LEAVES IT WHERE IT WAS, AND
030947*          THE RESTART WRITES THE SAME EVENTS OVER AGAIN.
030948     OPEN OUTPUT VENDOR-CONTROL.
030949     MOVE SPACES           TO VENDOR-CONTROL-REC.
030950     MOVE WS-RUN-DATE      TO VC-RUN-DATE.
030951     MOVE WS-VND-FIRST-SEQ TO VC-FIRST-SEQ.
030952     MOVE WS-VND-LAST-SEQ  TO VC-LAST-SEQ.
030953     MOVE WS-VND-REC-COUNT TO VC-COUNT.
030954     WRITE VENDOR-CONTROL-REC.
030955     CLOSE VENDOR-CONTROL.
030956     DISPLAY "VENDOR EXTRACT WRITTEN, EVENTS: "
030957         WS-VND-REC-COUNT.
030958 3073-EXIT.
030960     EXIT.
030970
030980*      3075-WRITE-GL-DETAIL WRITES ONE DEPARTMENT'S LINE -- A
033120         MOVE OUT-GRADE       TO TRANS-GRADE
033130         MOVE ZERO            TO TRANS-EFF-DATE
033140         MOVE 'R'             TO TRANS-SOURCE
033145         MOVE '*RETRO*'       TO TRANS-KEYED-BY
033150         WRITE TRANS-IN-REC
033155         MOVE AUDIT-ID        TO WS-GL-WORK-ID
033160         MOVE OUT-DEPT        TO WS-GL-WORK-DEPT
033170         MOVE WS-RETRO-DELTA  TO WS-GL-WORK-DELTA
033180         PERFORM 2190-ROLL-GL-DELTA THRU 2190-EXIT
