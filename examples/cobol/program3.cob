000580*                    INSTEAD OF VANISHING.                      *
000590*  09/02/2026 RH    EMP-OUT-REC NOW CARRIES THE EMPLOYMENT-     *
000600*                    STATUS BYTE -- AN ON-LEAVE EMPLOYEE IS     *
000601*                    COUNTED ON THE TOTALS PAGE BUT DRAWS NO    *
000602*                    CHECK, NO DEPOSIT, AND NO REGISTER LINES.  *
000603*  09/02/2026 RH    FLAT ('F') DEDUCTION AMOUNTS ARE NOW       *
000604*                    TREATED AS THE ANNUAL FIGURES THE FILES   *
000605*                    HAVE ALWAYS CARRIED -- A PAY-CALENDAR RUN *
000606*                    CHARGES EACH PERIOD ITS SHARE INSTEAD OF  *
000607*                    THE FULL AMOUNT EVERY PERIOD.             *
000608*  10/15/2026 RH    ADDED PAY-YTD-MASTER.DAT -- EVERY LOCKED   *
000609*                    PAY PERIOD ADDS EACH EMPLOYEE'S GROSS,    *
000610*                    TAX BY BRACKET, EACH DEDUCTION CODE, AND  *
000611*                    NET TO A PER-EMPLOYEE, PER-TAX-YEAR LINE  *
000612*                    EXACTLY ONCE (THE LINE REMEMBERS THE LAST *
000613*                    PERIOD IT TOOK), PLUS ONE CONTROL LINE    *
000614*                    PER PERIOD CARRYING THAT REGISTER'S       *
000615*                    TOTALS. A 'Y' RUN (PAYROLL-CALC Y 2026)   *
000616*                    PRINTS YEAR-END-WAGE-STATEMENTS.RPT --    *
000617*                    A WAGE AND WITHHOLDING STATEMENT FOR      *
000618*                    EVERY EMPLOYEE PAID IN THE YEAR,          *
000619*                    TERMINATIONS OFF EMP-TERMINATED.DAT       *
000620*                    MARKED, AND A COMPANY PAGE TIED BACK TO   *
000621*                    THE SUM OF THE YEAR'S REGISTERS.          *
000622*  10/15/2026 RH    A PAY-CALENDAR RUN NOW PAYS IN ARREARS     *
000623*                    (THE PERIOD WHOSE END HAS PASSED AND      *
000624*                    CHECK DATE HAS NOT) AND PRORATES BY DAYS  *
000625*                    WORKED: A HIRE DATED AFTER THE PERIOD     *
000626*                    START IS PAID FROM THAT DATE, ONE AFTER   *
000627*                    ITS END FROM THE NEXT PERIOD. ADDED THE   *
000628*                    FINAL-PAY SECTION: A TERMINATION DATED IN *
000629*                    THE PERIOD IS PAID THROUGH THAT DATE, ONE *
000630*                    AFTER ITS END THE FULL PERIOD, BY THE     *
000631*                    NORMAL DEPOSIT OR PRINTED-CHECK PATH.     *
000632*  10/15/2026 RH    A PAY-CALENDAR RUN NOW WRITES              *
000633*                    PAY-GL-JOURNAL.DAT, THE PERIOD'S PAYROLL  *
000634*                    JOURNAL FOR THE LEDGER -- GROSS WAGES     *
000635*                    DEBITED TO EACH DEPARTMENT'S              *
000636*                    DEPT-MASTER.DAT ACCOUNT; TAX WITHHELD BY  *
000637*                    BRACKET AND EACH DEDUCTION CODE CREDITED  *
000638*                    TO THE LIABILITY ACCOUNTS ON              *
000639*                    PAY-LIAB-ACCOUNTS.DAT; NET PAY CREDITED   *
000640*                    TO BANK CLEARING FOR EXACTLY THE          *
000641*                    BANK-EXTRACT.DAT TRAILER TOTAL, PRINTED   *
000642*                    CHECKS TO THEIR OWN ACCOUNT. HEADER,      *
000643*                    DETAIL, AND TRAILER WITH COUNT AND HASH,  *
000644*                    SAME AS THE GL AND BANK EXTRACTS.         *
000645*  10/15/2026 RH    SALARY ADVANCES. 'PAYROLL-CALC A           *
000646*                    <EMP-ID>' BOOKS THE LATEST CALCULATOR     *
000647*                    SCHEDULE ON CALC-AMORT-SCHEDULE.DAT TO    *
000648*                    THE EMPLOYEE ON EMP-ADVANCE-MASTER.DAT.   *
000649*                    EACH PAY-CALENDAR RUN TAKES THE NEXT      *
000650*                    INSTALLMENT AS DEDUCTION CODE AV, CARRIES *
000651*                    THE BALANCE ON THE REGISTER, AND CREDITS  *
000652*                    ADVANCES RECEIVABLE ON THE JOURNAL. AN    *
000654*                    ADVANCE WHOSE EMPLOYEE IS ON LEAVE OR     *
000655*                    TERMINATED GOES TO COLLECTION ON          *
000656*                    ADVANCE-EXCEPTIONS.RPT.                   *
000657*  10/15/2026 RH    A MID-PERIOD HIRE'S FIRST PAID DAY NOW     *
000658*                    COMES FROM THE SERVICE DATE ON            *
000659*                    EMPLOYEE-OUT.DAT (OR EMP-TERMINATED.DAT   *
000660*                    FOR FINAL PAY) WHEN THE RECORD CARRIES    *
000661*                    ONE; THE 'H' LINES ON EMPLOYEE-AUDIT.DAT  *
000662*                    ARE KEPT FOR RECORDS THAT DO NOT.         *
000663*  10/15/2026 RH    AN EMPLOYEE ON THE NEW                     *
000664*                    LABOR-DISTRIBUTION.DAT HAS THEIR GROSS    *
000665*                    WAGE EXPENSE ON THE PAYROLL JOURNAL       *
000666*                    SPREAD ACROSS THEIR DEPARTMENTS BY        *
000667*                    PERCENTAGE. A SPLIT WITH A DEPARTMENT NOT *
000668*                    ON DEPT-MASTER.DAT, OR NOT TOTALING 100%, *
000669*                    IS IGNORED WITH A CONSOLE NOTE AND THE    *
000670*                    EMPLOYEE CHARGES THE HOME DEPARTMENT AS   *
000671*                    BEFORE.                                   *
000672*  10/15/2026 RH    A SALARY ADVANCE IS NOW BOOKED AS ONE      *
000673*                    INSTALLMENT PER PAY PERIOD --             *
000674*                    CALCULATOR'S SCHEDULE CARRIES ONE LINE    *
000675*                    PER YEAR, AND EACH YEAR IS SPLIT BY THE   *
000676*                    PAY-CALENDAR.DAT FREQUENCY, WHERE THE     *
000677*                    WHOLE YEAR'S PAYMENT WAS BEING TAKEN      *
000678*                    EVERY PERIOD.                             *
000679*  10/15/2026 RH    A LABOR-DISTRIBUTION.DAT OR                *
000681*                    EMP-ADVANCE-MASTER.DAT THAT IS THERE BUT  *
000683*                    WILL NOT OPEN IS NOW REPORTED INSTEAD OF  *
000684*                    BEING READ UNOPENED. AN UNREADABLE        *
000686*                    ADVANCE MASTER IS NOT REWRITTEN.          *
000688*--------------------------------------------------------------*
000690*
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000990     SELECT CHECK-EXC-RPT ASSIGN TO 'PRINT-CHECK-EXCEPTIONS.RPT'
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-CHECK-EXC-STATUS.
001011     SELECT PAY-REGISTER ASSIGN TO 'PAY-REGISTER.RPT'
001012         ORGANIZATION IS LINE SEQUENTIAL
001013         FILE STATUS IS WS-REGISTER-STATUS.
001014     SELECT YTD-MASTER ASSIGN TO 'PAY-YTD-MASTER.DAT'
001015         ORGANIZATION IS LINE SEQUENTIAL
001016         FILE STATUS IS WS-YTD-STATUS.
001017     SELECT TERM-MASTER ASSIGN TO 'EMP-TERMINATED.DAT'
001018         ORGANIZATION IS LINE SEQUENTIAL
001019         FILE STATUS IS WS-TERM-MASTER-STATUS.
001020     SELECT WAGE-STMT-RPT ASSIGN TO 'YEAR-END-WAGE-STATEMENTS.RPT'
001021         ORGANIZATION IS LINE SEQUENTIAL
001022         FILE STATUS IS WS-WAGE-STMT-STATUS.
001024     SELECT EMP-AUDIT-IN ASSIGN TO 'EMPLOYEE-AUDIT.DAT'
001025         ORGANIZATION IS LINE SEQUENTIAL
001026         FILE STATUS IS WS-AUDIT-STATUS.
001027     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
001028         ORGANIZATION IS LINE SEQUENTIAL
001029         FILE STATUS IS WS-DEPT-STATUS.
001030     SELECT LABOR-FILE ASSIGN TO 'LABOR-DISTRIBUTION.DAT'
001031         ORGANIZATION IS LINE SEQUENTIAL
001032         FILE STATUS IS WS-LABOR-STATUS.
001033     SELECT LIAB-FILE ASSIGN TO 'PAY-LIAB-ACCOUNTS.DAT'
001034         ORGANIZATION IS LINE SEQUENTIAL
001035         FILE STATUS IS WS-LIAB-STATUS.
001037     SELECT PAY-JOURNAL ASSIGN TO 'PAY-GL-JOURNAL.DAT'
001038         ORGANIZATION IS LINE SEQUENTIAL
001039         FILE STATUS IS WS-JOURNAL-STATUS.
001040     SELECT ADV-MASTER ASSIGN TO 'EMP-ADVANCE-MASTER.DAT'
001041         ORGANIZATION IS LINE SEQUENTIAL
001042         FILE STATUS IS WS-ADV-STATUS.
001043     SELECT AMORT-IN ASSIGN TO 'CALC-AMORT-SCHEDULE.DAT'
001044         ORGANIZATION IS LINE SEQUENTIAL
001045         FILE STATUS IS WS-AMORT-STATUS.
001046     SELECT ADV-EXC-RPT ASSIGN TO 'ADVANCE-EXCEPTIONS.RPT'
001047         ORGANIZATION IS LINE SEQUENTIAL
001048         FILE STATUS IS WS-ADV-EXC-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001170     05  OUT-STATUS        PIC X(01).
001180         88  OUT-IS-ACTIVE         VALUES 'A' ' '.
001190         88  OUT-ON-LEAVE          VALUE 'L'.
001193     05  OUT-HIRE-DATE     PIC 9(08).
001196     05  OUT-SERVICE-DATE  PIC 9(08).
001200
001210*      TAX-RATE-FILE IS THE MAINTAINED WITHHOLDING TABLE, ONE
001220*      LINE PER BRACKET: THE BRACKET FLOOR AND THE PERCENT THAT
002080     05  BH-TYPE           PIC X(01).
002090     05  BH-RUN-DATE       PIC 9(08).
002100     05  BH-CHECK-DATE     PIC 9(08).
002101     05  FILLER            PIC X(30).
002102 01  BANK-DTL-REC.
002103     05  BD-TYPE           PIC X(01).
002104     05  BD-EMP-ID         PIC 9(05).
002105     05  BD-ROUTING        PIC 9(09).
002106     05  BD-ACCOUNT        PIC X(17).
002107     05  BD-AMOUNT         PIC 9(09)V99.
002108     05  FILLER            PIC X(04).
002109 01  BANK-TRL-REC.
002110     05  BT-TYPE           PIC X(01).
002111     05  BT-COUNT          PIC 9(07).
002112     05  BT-HASH           PIC 9(13)V99.
002113     05  FILLER            PIC X(24).
002114
002115*      CHECK-EXC-RPT LISTS EVERY EMPLOYEE THE EXTRACT COULD NOT
002116*      CARRY -- NO BANK RECORD ON FILE, OR A NET THAT IS NOT
002117*      POSITIVE -- SO THEY GET A PRINTED CHECK INSTEAD OF
002118*      VANISHING FROM THE PAY RUN.
002119 FD  CHECK-EXC-RPT.
002120 01  CHECK-EXC-LINE            PIC X(100).
002121
002122*      PAY-REGISTER IS THE PER-EMPLOYEE GROSS/DEDUCTION/NET
002123*      STATEMENT PLUS THE TOTALS PAGE WRITTEN AT END OF RUN.
002124 FD  PAY-REGISTER.
002125 01  REGISTER-LINE             PIC X(80).
002126
002127*      YTD-MASTER IS THE YEAR-TO-DATE PAY MASTER. AN 'E' LINE
002128*      CARRIES ONE EMPLOYEE'S RUNNING TOTALS FOR ONE TAX YEAR
002129*      (THE YEAR OF THE CHECK DATE): GROSS, NET, THE TAX
002130*      WITHHELD UNDER EACH TAX-BRACKETS.DAT BRACKET FLOOR THE
002131*      EMPLOYEE FELL IN, AND EACH DEDUCT-RULES.DAT CODE TAKEN,
002132*      PLUS THE LAST PERIOD AND CHECK DATE POSTED -- A PERIOD
002133*      ALREADY ON THE LINE IS NEVER ADDED TO IT A SECOND TIME.
002134*      A 'P' LINE IS WRITTEN PER LOCKED PERIOD WITH THAT
002135*      REGISTER'S TOTALS PAGE, SO THE YEAR-END COMPANY PAGE CAN
002136*      TIE THE STATEMENTS BACK TO THE SUM OF THE REGISTERS.
002137*      THE FILE IS READ WHOLE AT STARTUP AND REWRITTEN WHOLE AT
002138*      THE END OF A LOCKED RUN, LIKE THE PERIOD LOCK.
002139 FD  YTD-MASTER.
002140 01  YTD-EMP-REC.
002141     05  YE-TYPE           PIC X(01).
002142     05  YE-YEAR           PIC 9(04).
002143     05  YE-ID             PIC 9(05).
002144     05  YE-NAME           PIC X(20).
002145     05  YE-DEPT           PIC X(04).
002146     05  YE-LAST-PERIOD    PIC 9(03).
002147     05  YE-LAST-CHECK     PIC 9(08).
002148     05  YE-PERIODS        PIC 9(03).
002149     05  YE-GROSS          PIC 9(09)V99.
002150     05  YE-NET            PIC S9(09)V99
002151         SIGN IS TRAILING SEPARATE CHARACTER.
002152     05  YE-TAX-ENTRY OCCURS 5 TIMES.
002153         10  YE-TAX-FLOOR  PIC 9(07)V99.
002154         10  YE-TAX-AMT    PIC 9(09)V99.
002155     05  YE-DED-ENTRY OCCURS 10 TIMES.
002156         10  YE-DED-CODE   PIC X(02).
002157         10  YE-DED-AMT    PIC 9(09)V99.
002158 01  YTD-PER-REC.
002159     05  YP-TYPE           PIC X(01).
002160     05  YP-YEAR           PIC 9(04).
002161     05  YP-PERIOD         PIC 9(03).
002162     05  YP-CHECK-DATE     PIC 9(08).
002163     05  YP-RUN-DATE       PIC 9(08).
002164     05  YP-EMP-COUNT      PIC 9(07).
002165     05  YP-GROSS          PIC 9(11)V99.
002166     05  YP-TAX            PIC 9(11)V99.
002167     05  YP-DED            PIC 9(11)V99.
002168     05  YP-NET            PIC S9(11)V99
002169         SIGN IS TRAILING SEPARATE CHARACTER.
002170
002171*      TERM-MASTER IS EMPLOYEE-UPDATE'S TERMINATED-EMPLOYEE
002172*      HISTORY FILE, READ HERE SO A YEAR-END STATEMENT CAN SAY
002173*      THE EMPLOYEE LEFT DURING THE YEAR.
002174 FD  TERM-MASTER.
002175 01  TERM-MASTER-REC.
002176     05  TM-ID             PIC 9(05).
002177     05  FILLER            PIC X(01).
002178     05  TM-NAME           PIC X(20).
002179     05  FILLER            PIC X(01).
002180     05  TM-FINAL-SALARY   PIC 9(07)V99.
002181     05  FILLER            PIC X(01).
002182     05  TM-DEPT           PIC X(04).
002183     05  FILLER            PIC X(01).
002184     05  TM-GRADE          PIC X(02).
002185     05  FILLER            PIC X(01).
002186     05  TM-TERM-DATE      PIC 9(08).
002187     05  FILLER            PIC X(01).
002188     05  TM-HIRE-DATE      PIC 9(08).
002189     05  FILLER            PIC X(01).
002190     05  TM-SERVICE-DATE   PIC 9(08).
002191
002192*      WAGE-STMT-RPT IS THE YEAR-END PRINT -- ONE WAGE AND
002193*      WITHHOLDING STATEMENT PER EMPLOYEE PAID IN THE TAX YEAR,
002194*      THEN THE COMPANY TOTALS PAGE.
002195 FD  WAGE-STMT-RPT.
002196 01  WAGE-STMT-LINE            PIC X(80).
002197
002198*      EMP-AUDIT-IN IS EMPLOYEE-UPDATE'S AUDIT TRAIL. ONLY THE
002199*      'H' LINES ARE USED HERE -- A HIRE IS APPLIED ON ITS
002200*      EFFECTIVE DATE, SO THE LINE'S RUN DATE IS THE HIRE DATE.
002201 FD  EMP-AUDIT-IN.
002202 01  AUDIT-IN-REC.
002203     05  AUDIT-ID          PIC 9(05).
002204     05  FILLER            PIC X(01).
002205     05  AUDIT-NAME        PIC X(20).
002206     05  FILLER            PIC X(01).
002207     05  AUDIT-OLD-SALARY  PIC 9(07)V99.
002208     05  FILLER            PIC X(01).
002209     05  AUDIT-NEW-SALARY  PIC 9(07)V99.
002210     05  FILLER            PIC X(01).
002211     05  AUDIT-RUN-DATE    PIC 9(08).
002212     05  FILLER            PIC X(01).
002213     05  AUDIT-APPROVED-BY PIC X(08).
002214     05  FILLER            PIC X(01).
002215     05  AUDIT-ACTION      PIC X(01).
002216         88  AUDIT-IS-HIRE         VALUE 'H'.
002217
002218*      DEPT-FILE IS THE MAINTAINED DEPARTMENT REFERENCE MASTER;
002219*      ONLY THE CODE AND LEDGER ACCOUNT ARE USED HERE, TO CHARGE
002220*      EACH DEPARTMENT'S GROSS WAGES ON THE PAYROLL JOURNAL.
002221 FD  DEPT-FILE.
002222 01  DEPT-REC.
002223     05  DEPT-REC-CODE     PIC X(04).
002224     05  FILLER            PIC X(01).
002225     05  DEPT-REC-NAME     PIC X(20).
002226     05  FILLER            PIC X(01).
002227     05  DEPT-REC-MGR      PIC X(20).
002228     05  FILLER            PIC X(01).
002230     05  DEPT-REC-ACCT     PIC X(08).
002231
002232*      LABOR-FILE IS THE MAINTAINED LABOR-DISTRIBUTION TABLE
002233*      SHARED WITH EMPLOYEE-UPDATE -- ONE LINE PER DEPARTMENT AN
002234*      EMPLOYEE'S COST IS SPLIT ACROSS, WITH THE PERCENTAGE THAT
002235*      DEPARTMENT CARRIES. HERE IT SPREADS THE EMPLOYEE'S GROSS
002236*      ACROSS THE JOURNAL'S DEPARTMENT EXPENSE LINES.
002237 FD  LABOR-FILE.
002238 01  LABOR-REC.
002239     05  LD-REC-EMP-ID     PIC 9(05).
002240     05  FILLER            PIC X(01).
002241     05  LD-REC-DEPT       PIC X(04).
002242     05  FILLER            PIC X(01).
002243     05  LD-REC-PCT        PIC 9(03)V99.
002244
002245*      LIAB-FILE IS THE MAINTAINED TABLE OF PAYROLL LIABILITY
002246*      ACCOUNTS, ONE LINE PER JOURNAL CREDIT -- LA-KIND 'T' IS A
002247*      WITHHOLDING BRACKET (LA-KEY-FLOOR MATCHES THE TAX-
002248*      BRACKETS.DAT FLOOR), 'D' A DEDUCTION CODE (LEFT IN LA-KEY),
002249*      'N' THE NET-PAY BANK CLEARING ACCOUNT, 'K' PRINTED CHECKS
002250*      PAYABLE. EDIT THE FILE, NO RECOMPILE.
002251 FD  LIAB-FILE.
002252 01  LIAB-REC.
002253     05  LA-KIND           PIC X(01).
002254     05  FILLER            PIC X(01).
002255     05  LA-KEY            PIC X(09).
002256     05  LA-KEY-FLOOR REDEFINES LA-KEY
002257                           PIC 9(07)V99.
002258     05  FILLER            PIC X(01).
002259     05  LA-ACCT           PIC X(08).
002260     05  FILLER            PIC X(01).
002261     05  LA-DESC           PIC X(20).
002262
002263*      PAY-JOURNAL IS THE PERIOD'S PAYROLL JOURNAL FOR THE LEDGER
002264*      -- A HEADER WITH THE RUN DATE, PERIOD, AND CHECK DATE, ONE
002265*      DEBIT OR CREDIT LINE PER ACCOUNT, AND A TRAILER WITH THE
002266*      RECORD COUNT, HASH TOTAL, AND DEBIT AND CREDIT TOTALS.
002267*      JD-KIND SAYS WHAT A LINE IS ('E' WAGE EXPENSE, 'T' TAX,
002268*      'D' DEDUCTION, 'N' NET PAY TO THE BANK, 'K' PRINTED
002269*      CHECKS) AND JD-REF WHICH ONE (DEPT, FLOOR, OR CODE).
002270 FD  PAY-JOURNAL.
002271 01  JOURNAL-HDR-REC.
002272     05  JH-TYPE           PIC X(01).
002273     05  JH-RUN-DATE       PIC 9(08).
002274     05  JH-PERIOD         PIC 9(03).
002275     05  JH-CHECK-DATE     PIC 9(08).
002276     05  FILLER            PIC X(30).
002277 01  JOURNAL-DTL-REC.
002278     05  JD-TYPE           PIC X(01).
002279     05  JD-KIND           PIC X(01).
002280     05  JD-REF            PIC X(09).
002281     05  JD-DC             PIC X(01).
002282     05  JD-AMOUNT         PIC 9(11)V99.
002283     05  JD-ACCT           PIC X(08).
002284     05  FILLER            PIC X(17).
002285 01  JOURNAL-TRL-REC.
002286     05  JT-TYPE           PIC X(01).
002287     05  JT-COUNT          PIC 9(07).
002288     05  JT-HASH           PIC 9(13)V99.
002289     05  JT-DEBITS         PIC 9(11)V99.
002290     05  JT-CREDITS        PIC 9(11)V99.
002291
002292*      ADV-MASTER IS THE EMPLOYEE SALARY ADVANCE MASTER, KEYED ON
002293*      EMP-ID AND BOOKING DATE. AN 'A' LINE IS THE ADVANCE --
002294*      PRINCIPAL AND ANNUAL RATE OFF THE CALCULATOR INTEREST
002295*      TICKET THAT PRICED IT, THE TERM IN INSTALLMENTS, HOW MANY
002296*      INSTALLMENTS PAYROLL HAS
002297*      TAKEN, THE BALANCE STILL OWED, AND THE LAST PERIOD THAT
002298*      TOOK ONE. AV-STATUS IS 'O' OPEN, 'P' PAID OFF, OR 'C'
002299*      SENT TO COLLECTION (AV-COLL-REASON 'L' ON LEAVE, 'T'
002300*      TERMINATED). THE 'S' LINES BEHIND IT ARE THE SCHEDULE
002301*      CALCULATOR WROTE TO CALC-AMORT-SCHEDULE.DAT, ONE LINE PER
002302*      YEAR, SPLIT AT BOOKING INTO ONE LINE PER INSTALLMENT --
002303*      PAYROLL TAKES ONE PER PAY PERIOD.
002304 FD  ADV-MASTER.
002305 01  ADV-HDR-REC.
002306     05  AV-TYPE           PIC X(01).
002307     05  AV-EMP-ID         PIC 9(05).
002308     05  AV-BOOK-DATE      PIC 9(08).
002309     05  AV-SCHED-DATE     PIC 9(08).
002310     05  AV-SCHED-TIME     PIC 9(08).
002311     05  AV-STATUS         PIC X(01).
002312     05  AV-PRINCIPAL      PIC 9(05)V99.
002313     05  AV-RATE           PIC 9(05)V99.
002314     05  AV-TERM           PIC 9(03).
002315     05  AV-PAID-COUNT     PIC 9(03).
002316     05  AV-BALANCE        PIC 9(09)V99.
002317     05  AV-LAST-PERIOD    PIC 9(03).
002318     05  AV-LAST-CHECK     PIC 9(08).
002319     05  AV-COLL-REASON    PIC X(01).
002320     05  AV-COLL-CHECK     PIC 9(08).
002321 01  ADV-SCHED-REC.
002322     05  AS-TYPE           PIC X(01).
002323     05  AS-EMP-ID         PIC 9(05).
002324     05  AS-BOOK-DATE      PIC 9(08).
002325     05  AS-PAY-NO         PIC 9(03).
002326     05  AS-PAYMENT        PIC 9(07)V99.
002327     05  AS-INTEREST       PIC 9(07)V99.
002328     05  AS-PRINCIPAL      PIC 9(07)V99.
002329     05  AS-BALANCE        PIC 9(09)V99.
002330     05  FILLER            PIC X(27).
002331
002332*      AMORT-IN IS CALCULATOR'S CALC-AMORT-SCHEDULE.DAT, READ BY
002333*      THE 'A' RUN TO BOOK THE LATEST INTEREST TICKET'S SCHEDULE
002334*      AS AN ADVANCE.
002335 FD  AMORT-IN.
002336 01  AMORT-HDR-REC.
002337     05  AH-TYPE           PIC X(01).
002338     05  AH-RUN-DATE       PIC 9(08).
002339     05  AH-RUN-TIME       PIC 9(08).
002340     05  AH-PRINCIPAL      PIC 9(05)V99.
002341     05  AH-RATE           PIC 9(05)V99.
002342     05  AH-TERM           PIC 9(03).
002343     05  AH-FLAG           PIC X(01).
002344     05  FILLER            PIC X(10).
002345 01  AMORT-DTL-REC.
002346     05  AD-TYPE           PIC X(01).
002347     05  AD-PAY-NO         PIC 9(03).
002348     05  AD-PAYMENT        PIC 9(07)V99.
002349     05  AD-INTEREST       PIC 9(07)V99.
002350     05  AD-PRINCIPAL      PIC 9(07)V99.
002351     05  AD-BALANCE        PIC 9(09)V99.
002352     05  FILLER            PIC X(03).
002353
002354*      ADV-EXC-RPT LISTS EVERY ADVANCE THE PAY RUN SENT TO
002355*      COLLECTION -- THE EMPLOYEE WENT ON LEAVE OR TERMINATED
002356*      WITH A BALANCE STILL OWED.
002357 FD  ADV-EXC-RPT.
002358 01  ADV-EXC-LINE              PIC X(80).
002360
002370 WORKING-STORAGE SECTION.
002380 77  WS-EMP-OUT-STATUS     PIC X(02)  VALUE '00'.
003080 77  WS-BANK-HASH          PIC 9(13)V99 VALUE ZERO.
003090 77  WS-CHECK-EXC-COUNT    PIC 9(05)  VALUE ZERO.
003100 77  WS-ONLEAVE-COUNT      PIC 9(05)  VALUE ZERO.
003102 77  WS-STARTED-SW         PIC X      VALUE 'Y'.
003105     88  WS-STARTED                   VALUE 'Y'.
003107 77  WS-NOT-STARTED-COUNT  PIC 9(05)  VALUE ZERO.
003110 01  WS-BANK-TABLE.
003120     05  WS-BANK-COUNT     PIC 9(04)  VALUE ZERO.
003130     05  WS-BANK-ENTRY OCCURS 1000 TIMES.
003560*      MAINTAINED IN ASCENDING FLOOR ORDER IN THE FILE --
003570*      2150-LOOKUP-TAX-PCT TAKES THE HIGHEST FLOOR THAT DOES NOT
003580*      EXCEED THE EMPLOYEE'S GROSS.
003581 01  WS-TAX-TABLE.
003582     05  WS-TAX-COUNT      PIC 9(03)  VALUE ZERO.
003583     05  WS-TAX-ENTRY OCCURS 20 TIMES.
003584         10  WS-TAX-FLOOR  PIC 9(07)V99.
003585         10  WS-TAX-RATE   PIC 9(01)V999.
003586*
003587*      WS-DED-TABLE IS THE IN-MEMORY COPY OF DEDUCT-RULES.DAT;
003588*      EVERY RULE ON FILE APPLIES TO EVERY EMPLOYEE. WS-DED-TOTAL
003589*      RIDES ALONGSIDE TO ACCUMULATE A PER-CODE RUN TOTAL FOR
003590*      THE TOTALS PAGE.
003591 01  WS-DED-TABLE.
003592     05  WS-DED-COUNT      PIC 9(02)  VALUE ZERO.
003593     05  WS-DED-ENTRY OCCURS 10 TIMES.
003594         10  WS-DED-CODE   PIC X(02).
003595         10  WS-DED-DESC   PIC X(12).
003596         10  WS-DED-TYPE   PIC X(01).
003597         10  WS-DED-AMT    PIC 9(05)V99.
003598 01  WS-DED-TOTALS.
003599     05  WS-DED-TOTAL OCCURS 10 TIMES
003600                           PIC 9(09)V99 VALUE ZERO.
003601*
003602*      WS-ELECT-TABLE IS THE IN-MEMORY COPY OF DEDUCT-
003603*      ELECTIONS.DAT, LOADED ONCE AT STARTUP AND WALKED BY
003604*      2180-APPLY-ELECTIONS FOR EVERY EMPLOYEE ON THE RUN.
003605 01  WS-ELECT-TABLE.
003606     05  WS-ELECT-COUNT    PIC 9(03)  VALUE ZERO.
003607     05  WS-ELECT-ENTRY OCCURS 500 TIMES.
003608         10  WS-ELECT-ID   PIC 9(05).
003609         10  WS-ELECT-CODE PIC X(02).
003610         10  WS-ELECT-TYPE PIC X(01).
003611         10  WS-ELECT-AMT  PIC 9(05)V99.
003612*
003613*      EDITED WORK FIELDS USED TO BUILD EACH REGISTER LINE.
003614 01  WS-REG-AMOUNT-ED      PIC $,$$$,$$$,$$9.99.
003615 01  WS-REG-NET-ED         PIC $,$$$,$$$,$$9.99-.
003616 01  WS-REG-COUNT-ED       PIC ZZZ,ZZ9.
003617 01  WS-REG-PCT-ED         PIC 9.999.
003618*
003619*      WS-RUN-MODE IS 'P' (THE PAY RUN, THE DEFAULT) OR 'Y' (THE
003620*      YEAR-END STATEMENTS), E.G. 'PAYROLL-CALC Y 2026'. A 'Y'
003621*      RUN WITH NO YEAR REPORTS THE YEAR OF THE RUN DATE.
003622 77  WS-CMD-LINE           PIC X(30)  VALUE SPACES.
003623 77  WS-RUN-MODE           PIC X(01)  VALUE 'P'.
003624     88  WS-MODE-PAY                  VALUE 'P'.
003625     88  WS-MODE-YEAR-END             VALUE 'Y'.
003626     88  WS-MODE-ADVANCE              VALUE 'A'.
003627 77  WS-MODE-ARG           PIC X(08)  VALUE SPACES.
003628 01  WS-YEAR-ARG           PIC X(04)  VALUE SPACES.
003629 01  WS-YEAR-ARG-NUM REDEFINES WS-YEAR-ARG
003630                           PIC 9(04).
003631*
003632*      YEAR-TO-DATE SUPPORT. WS-YTD-TABLE IS THE IN-MEMORY COPY
003633*      OF PAY-YTD-MASTER.DAT'S 'E' LINES AND WS-YTD-PER-TABLE OF
003634*      ITS 'P' LINES. WS-YTD-YEAR IS THE TAX YEAR BEING POSTED
003635*      (THE CHECK DATE'S YEAR) OR REPORTED. WS-TAX-FLOOR-USED IS
003636*      THE BRACKET FLOOR 2150-LOOKUP-TAX-PCT SETTLED ON, AND
003637*      WS-EMP-DED-AMT HOLDS WHAT THE CURRENT EMPLOYEE WAS CHARGED
003638*      PER DEDUCTION CODE, BOTH FOR 2400-POST-YTD.
003639 77  WS-YTD-STATUS         PIC X(02)  VALUE '00'.
003640 77  WS-TERM-MASTER-STATUS PIC X(02)  VALUE '00'.
003641 77  WS-WAGE-STMT-STATUS   PIC X(02)  VALUE '00'.
003642 77  WS-YTD-EOF            PIC X      VALUE 'N'.
003644     88  WS-YTD-EOF-YES               VALUE 'Y'.
003645 77  WS-YTD-TBL-FULL-SW    PIC X      VALUE 'N'.
003646     88  WS-YTD-TABLE-FULL            VALUE 'Y'.
003647 77  WS-YTD-FOUND-SW       PIC X      VALUE 'N'.
003648     88  WS-YTD-FOUND                 VALUE 'Y'.
003649 77  WS-YTD-SLOT-SW        PIC X      VALUE 'N'.
003650     88  WS-YTD-SLOT-FOUND            VALUE 'Y'.
003651 77  WS-YTD-YEAR           PIC 9(04)  VALUE ZERO.
003652 77  WS-YTD-SUB            PIC 9(04)  VALUE ZERO.
003653 77  WS-YTD-HIT            PIC 9(04)  VALUE ZERO.
003654 77  WS-YTD-SLOT           PIC 9(02)  VALUE ZERO.
003655 77  WS-YTD-POSTED-COUNT   PIC 9(07)  VALUE ZERO.
003656 77  WS-YTD-REPEAT-COUNT   PIC 9(07)  VALUE ZERO.
003657 77  WS-TAX-FLOOR-USED     PIC 9(07)V99 VALUE ZERO.
003658 77  WS-PER-SUB            PIC 9(03)  VALUE ZERO.
003659 77  WS-PER-FOUND-SW       PIC X      VALUE 'N'.
003660     88  WS-PER-FOUND                 VALUE 'Y'.
003661 01  WS-EMP-DED-TABLE.
003662     05  WS-EMP-DED-AMT OCCURS 10 TIMES
003663                           PIC 9(07)V99 VALUE ZERO.
003664 01  WS-YTD-TABLE.
003665     05  WS-YTD-COUNT      PIC 9(04)  VALUE ZERO.
003666     05  WS-YTD-ENTRY OCCURS 3000 TIMES.
003667         10  WS-YTD-TYPE   PIC X(01).
003668         10  WS-YTD-YR     PIC 9(04).
003669         10  WS-YTD-ID     PIC 9(05).
003670         10  WS-YTD-NAME   PIC X(20).
003671         10  WS-YTD-DEPT   PIC X(04).
003672         10  WS-YTD-LAST-PERIOD PIC 9(03).
003673         10  WS-YTD-LAST-CHECK  PIC 9(08).
003674         10  WS-YTD-PERIODS PIC 9(03).
003675         10  WS-YTD-GROSS  PIC 9(09)V99.
003676         10  WS-YTD-NET    PIC S9(09)V99
003677             SIGN IS TRAILING SEPARATE CHARACTER.
003678         10  WS-YTD-TAX-ENTRY OCCURS 5 TIMES.
003679             15  WS-YTD-TAX-FLOOR PIC 9(07)V99.
003680             15  WS-YTD-TAX-AMT   PIC 9(09)V99.
003681         10  WS-YTD-DED-ENTRY OCCURS 10 TIMES.
003682             15  WS-YTD-DED-CODE  PIC X(02).
003683             15  WS-YTD-DED-AMT   PIC 9(09)V99.
003684 01  WS-YTD-PER-TABLE.
003685     05  WS-PER-COUNT      PIC 9(03)  VALUE ZERO.
003686     05  WS-PER-ENTRY OCCURS 300 TIMES.
003687         10  WS-PER-TYPE   PIC X(01).
003688         10  WS-PER-YEAR   PIC 9(04).
003689         10  WS-PER-PERIOD PIC 9(03).
003690         10  WS-PER-CHECK-DATE PIC 9(08).
003691         10  WS-PER-RUN-DATE   PIC 9(08).
003692         10  WS-PER-EMP-COUNT  PIC 9(07).
003693         10  WS-PER-GROSS  PIC 9(11)V99.
003694         10  WS-PER-TAX    PIC 9(11)V99.
003695         10  WS-PER-DED    PIC 9(11)V99.
003696         10  WS-PER-NET    PIC S9(11)V99
003697             SIGN IS TRAILING SEPARATE CHARACTER.
003698*
003699*      YEAR-END STATEMENT SUPPORT. WS-TERM-TABLE IS THE
003700*      IN-MEMORY COPY OF EMP-TERMINATED.DAT (ID AND TERM DATE);
003701*      WS-YE- FIELDS ARE THE STATEMENT AND COMPANY-PAGE WORK
003702*      AREAS. WS-YE-LAST-ID WALKS THE STATEMENTS OUT IN EMP-ID
003703*      ORDER WHATEVER ORDER THE LINES SIT IN ON THE MASTER.
003704 77  WS-TERM-EOF           PIC X      VALUE 'N'.
003705     88  WS-TERM-EOF-YES              VALUE 'Y'.
003707 77  WS-TERM-TBL-FULL-SW   PIC X      VALUE 'N'.
003708     88  WS-TERM-TABLE-FULL           VALUE 'Y'.
003709 77  WS-TERM-SUB           PIC 9(04)  VALUE ZERO.
003710 77  WS-TERM-HIT-DATE      PIC 9(08)  VALUE ZERO.
003711 01  WS-TERM-TABLE.
003712     05  WS-TERM-COUNT     PIC 9(04)  VALUE ZERO.
003713     05  WS-TERM-ENTRY OCCURS 2000 TIMES.
003714         10  WS-TERM-ID    PIC 9(05).
003715         10  WS-TERM-DATE  PIC 9(08).
003716 77  WS-YE-LAST-ID         PIC 9(05)  VALUE ZERO.
003717 77  WS-YE-NEXT-ID         PIC 9(05)  VALUE ZERO.
003718 77  WS-YE-NEXT-HIT        PIC 9(04)  VALUE ZERO.
003719 77  WS-YE-EMP-TAX         PIC 9(09)V99 VALUE ZERO.
003720 77  WS-YE-EMP-DED         PIC 9(09)V99 VALUE ZERO.
003721 77  WS-YE-EMP-COUNT       PIC 9(07)  VALUE ZERO.
003722 77  WS-YE-TERM-COUNT      PIC 9(07)  VALUE ZERO.
003723 77  WS-YE-GROSS           PIC 9(11)V99 VALUE ZERO.
003724 77  WS-YE-TAX             PIC 9(11)V99 VALUE ZERO.
003725 77  WS-YE-DED             PIC 9(11)V99 VALUE ZERO.
003726 77  WS-YE-NET             PIC S9(11)V99 VALUE ZERO.
003727 77  WS-YE-REG-COUNT       PIC 9(03)  VALUE ZERO.
003728 77  WS-YE-REG-GROSS       PIC 9(11)V99 VALUE ZERO.
003729 77  WS-YE-REG-TAX         PIC 9(11)V99 VALUE ZERO.
003730 77  WS-YE-REG-DED         PIC 9(11)V99 VALUE ZERO.
003731 77  WS-YE-REG-NET         PIC S9(11)V99 VALUE ZERO.
003732 77  WS-YE-BALANCE-SW      PIC X      VALUE 'Y'.
003733     88  WS-YE-IN-BALANCE             VALUE 'Y'.
003734 01  WS-YE-DED-TABLE.
003735     05  WS-YE-DED-COUNT   PIC 9(02)  VALUE ZERO.
003736     05  WS-YE-DED-ENTRY OCCURS 20 TIMES.
003737         10  WS-YE-DED-CODE PIC X(02).
003738         10  WS-YE-DED-AMT  PIC 9(11)V99.
003739 77  WS-YE-DED-SUB         PIC 9(02)  VALUE ZERO.
003740 77  WS-YE-DESC            PIC X(12)  VALUE SPACES.
003741 77  WS-YE-TIE-LABEL       PIC X(18)  VALUE SPACES.
003742 77  WS-YE-TIE-STMT        PIC S9(11)V99 VALUE ZERO.
003743 77  WS-YE-TIE-REG         PIC S9(11)V99 VALUE ZERO.
003744 01  WS-REG-YTD-ED         PIC $$$,$$$,$$$,$$9.99.
003745 01  WS-REG-YTD-NET-ED     PIC $$$,$$$,$$$,$$9.99-.
003746 01  WS-REG-YTD-REG-ED     PIC $$$,$$$,$$$,$$9.99-.
003747*
003748*      PRORATION SUPPORT. WS-HIRE-TABLE HOLDS THE 'H' AUDIT LINES
003749*      DATED INSIDE THE PERIOD. WS-WORK-FROM/WS-WORK-TO ARE THE
003750*      DAYS THE CURRENT EMPLOYEE IS PAID FOR -- WS-DAYS-WORKED OF
003751*      THE PERIOD'S WS-PERIOD-DAYS. WS-FINAL-PAY SAYS 2100-CALC-
003752*      EMPLOYEE IS RUNNING A TERMINATED EMPLOYEE'S LAST PERIOD,
003753*      THROUGH WS-FINAL-TERM-DATE.
003754 77  WS-AUDIT-STATUS       PIC X(02)  VALUE '00'.
003755 77  WS-AUDIT-EOF          PIC X      VALUE 'N'.
003756     88  WS-AUDIT-EOF-YES             VALUE 'Y'.
003757 77  WS-HIRE-TBL-FULL-SW   PIC X      VALUE 'N'.
003758     88  WS-HIRE-TABLE-FULL           VALUE 'Y'.
003759 77  WS-HIRE-SUB           PIC 9(03)  VALUE ZERO.
003760 77  WS-HIRE-HIT-DATE      PIC 9(08)  VALUE ZERO.
003761 01  WS-HIRE-TABLE.
003762     05  WS-HIRE-COUNT     PIC 9(03)  VALUE ZERO.
003763     05  WS-HIRE-ENTRY OCCURS 500 TIMES.
003764         10  WS-HIRE-ID    PIC 9(05).
003765         10  WS-HIRE-DATE  PIC 9(08).
003766 77  WS-WORK-FROM          PIC 9(08)  VALUE ZERO.
003767 77  WS-WORK-TO            PIC 9(08)  VALUE ZERO.
003768 77  WS-DAYS-WORKED        PIC 9(03)  VALUE ZERO.
003770 77  WS-PERIOD-DAYS        PIC 9(03)  VALUE ZERO.
003771 77  WS-PRORATED-SW        PIC X      VALUE 'N'.
003772     88  WS-PRORATED                  VALUE 'Y'.
003773 77  WS-FINAL-PAY-SW       PIC X      VALUE 'N'.
003774     88  WS-FINAL-PAY                 VALUE 'Y'.
003775 77  WS-FINAL-HDR-SW       PIC X      VALUE 'N'.
003776     88  WS-FINAL-HDR-DONE            VALUE 'Y'.
003777 77  WS-FINAL-TERM-DATE    PIC 9(08)  VALUE ZERO.
003778 77  WS-PRORATE-COUNT      PIC 9(05)  VALUE ZERO.
003779 77  WS-FINAL-PAY-COUNT    PIC 9(05)  VALUE ZERO.
003780*
003781*      PAYROLL JOURNAL SUPPORT. WS-DEPT-TABLE AND WS-LIAB-TABLE
003782*      ARE THE IN-MEMORY COPIES OF DEPT-MASTER.DAT AND PAY-LIAB-
003783*      ACCOUNTS.DAT. 2450-ROLL-JOURNAL ADDS EACH EMPLOYEE'S GROSS
003784*      INTO WS-JDEPT-TABLE AND TAX INTO WS-JTAX-TABLE (BY THE
003785*      BRACKET FLOOR THAT PRICED IT); DEDUCTIONS ALREADY ROLL BY
003786*      CODE IN WS-DED-TOTAL. WS-CHECK-NET-TOTAL IS THE NET THAT
003787*      WENT TO PRINTED CHECKS RATHER THAN THE BANK.
003788 77  WS-DEPT-STATUS        PIC X(02)  VALUE '00'.
003789 77  WS-LIAB-STATUS        PIC X(02)  VALUE '00'.
003790 77  WS-JOURNAL-STATUS     PIC X(02)  VALUE '00'.
003791 77  WS-DEPT-EOF           PIC X      VALUE 'N'.
003792     88  WS-DEPT-EOF-YES              VALUE 'Y'.
003793 77  WS-LIAB-EOF           PIC X      VALUE 'N'.
003794     88  WS-LIAB-EOF-YES              VALUE 'Y'.
003795 77  WS-DEPT-SUB           PIC 9(03)  VALUE ZERO.
003796 77  WS-LIAB-SUB           PIC 9(03)  VALUE ZERO.
003797 77  WS-JRNL-SUB           PIC 9(03)  VALUE ZERO.
003798 77  WS-JRNL-HIT           PIC 9(03)  VALUE ZERO.
003799 77  WS-JRNL-FOUND-SW      PIC X      VALUE 'N'.
003800     88  WS-JRNL-FOUND                VALUE 'Y'.
003801 77  WS-JRNL-KIND          PIC X(01)  VALUE SPACE.
003802 77  WS-JRNL-REF           PIC X(09)  VALUE SPACES.
003803 77  WS-JRNL-REF-FLOOR REDEFINES WS-JRNL-REF
003804                           PIC 9(07)V99.
003805 77  WS-JRNL-ACCT          PIC X(08)  VALUE SPACES.
003806 77  WS-JRNL-AMOUNT        PIC S9(11)V99 VALUE ZERO.
003807 77  WS-JRNL-REC-COUNT     PIC 9(07)  VALUE ZERO.
003808 77  WS-JRNL-HASH          PIC 9(13)V99 VALUE ZERO.
003809 77  WS-JRNL-DEBITS        PIC 9(11)V99 VALUE ZERO.
003810 77  WS-JRNL-CREDITS       PIC 9(11)V99 VALUE ZERO.
003811 77  WS-JRNL-NO-ACCT       PIC 9(05)  VALUE ZERO.
003812 77  WS-CHECK-NET-TOTAL    PIC S9(11)V99 VALUE ZERO.
003813 01  WS-DEPT-TABLE.
003814     05  WS-DEPT-COUNT     PIC 9(03)  VALUE ZERO.
003815     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
003816         10  WS-DEPT-CODE  PIC X(04).
003817         10  WS-DEPT-ACCT  PIC X(08).
003818 01  WS-LIAB-TABLE.
003819     05  WS-LIAB-COUNT     PIC 9(03)  VALUE ZERO.
003820     05  WS-LIAB-ENTRY OCCURS 100 TIMES.
003821         10  WS-LIAB-KIND  PIC X(01).
003822         10  WS-LIAB-KEY   PIC X(09).
003823         10  WS-LIAB-ACCT  PIC X(08).
003824 01  WS-JDEPT-TABLE.
003825     05  WS-JDEPT-COUNT    PIC 9(03)  VALUE ZERO.
003826     05  WS-JDEPT-ENTRY OCCURS 100 TIMES.
003827         10  WS-JDEPT-CODE PIC X(04).
003828         10  WS-JDEPT-GROSS PIC 9(11)V99.
003829*
003830*      LABOR-DISTRIBUTION SUPPORT. WS-LD-TABLE IS THE IN-MEMORY
003831*      COPY OF LABOR-DISTRIBUTION.DAT, ONE ENTRY PER EMPLOYEE WITH
003832*      UP TO FIVE DEPARTMENT SHARES, HELD TO THE SAME RULES AS
003834*      EMPLOYEE-UPDATE HOLDS IT TO. 2450-ROLL-JOURNAL SPREADS THE
003835*      GROSS OF AN EMPLOYEE WITH A VALID SPLIT -- THE LAST SHARE
003836*      TAKES WHATEVER ROUNDING LEFT, SO THE SHARES ADD BACK
003837*      EXACTLY TO THE GROSS ON THE REGISTER.
003838 77  WS-LABOR-STATUS       PIC X(02)  VALUE '00'.
003839 77  WS-LABOR-EOF          PIC X      VALUE 'N'.
003840     88  WS-LABOR-EOF-YES             VALUE 'Y'.
003841 77  WS-LD-TBL-FULL-SW     PIC X      VALUE 'N'.
003842     88  WS-LD-TABLE-FULL             VALUE 'Y'.
003843 77  WS-LD-DUP-SW          PIC X      VALUE 'N'.
003844     88  WS-LD-DUP-DEPT               VALUE 'Y'.
003845 77  WS-LD-DEPT-SW         PIC X      VALUE 'N'.
003846     88  WS-LD-DEPT-KNOWN             VALUE 'Y'.
003847 77  WS-LD-SUB             PIC 9(03)  VALUE ZERO.
003848 77  WS-LD-HIT             PIC 9(03)  VALUE ZERO.
003849 77  WS-LD-SHARE-SUB       PIC 9(01)  VALUE ZERO.
003850 77  WS-LD-REASON          PIC X(30)  VALUE SPACES.
003851 01  WS-LD-TOTAL-ED        PIC ZZZ9.99.
003852 77  WS-JRNL-WORK-DEPT     PIC X(04)  VALUE SPACES.
003853 77  WS-JRNL-WORK-GROSS    PIC 9(07)V99 VALUE ZERO.
003854 77  WS-JRNL-GROSS-LEFT    PIC 9(07)V99 VALUE ZERO.
003855 01  WS-LD-TABLE.
003856     05  WS-LD-COUNT       PIC 9(03)  VALUE ZERO.
003857     05  WS-LD-ENTRY OCCURS 200 TIMES.
003858         10  WS-LD-ID      PIC 9(05).
003859         10  WS-LD-VALID-SW PIC X(01).
003860             88  WS-LD-VALID          VALUE 'Y'.
003861         10  WS-LD-TOTAL   PIC 9(04)V99.
003862         10  WS-LD-SHARES  PIC 9(01).
003863         10  WS-LD-SHARE OCCURS 5 TIMES.
003864             15  WS-LD-DEPT PIC X(04).
003865             15  WS-LD-PCT  PIC 9(03)V99.
003866 01  WS-JTAX-TABLE.
003867     05  WS-JTAX-COUNT     PIC 9(03)  VALUE ZERO.
003868     05  WS-JTAX-ENTRY OCCURS 21 TIMES.
003869         10  WS-JTAX-FLOOR PIC 9(07)V99.
003870         10  WS-JTAX-AMT   PIC 9(11)V99.
003871*
003872*      SALARY ADVANCE SUPPORT. WS-ADV-TABLE AND WS-ADVS-TABLE ARE
003873*      THE IN-MEMORY COPY OF EMP-ADVANCE-MASTER.DAT'S 'A' AND 'S'
003874*      LINES. AN INSTALLMENT IS CHARGED AS ITS OWN DEDUCTION LINE
003875*      UNDER WS-ADV-CODE, SO IT REACHES THE YEAR-TO-DATE MASTER
003876*      AND THE JOURNAL LIKE ANY OTHER CODE. WS-ADV-EMP-ARG IS THE
003877*      EMP-ID ON AN 'A' RUN (E.G. 'PAYROLL-CALC A 10023').
003878 77  WS-ADV-STATUS         PIC X(02)  VALUE '00'.
003879 77  WS-AMORT-STATUS       PIC X(02)  VALUE '00'.
003880 77  WS-ADV-EXC-STATUS     PIC X(02)  VALUE '00'.
003881 77  WS-ADV-CODE           PIC X(02)  VALUE 'AV'.
003882 77  WS-ADV-DESC           PIC X(12)  VALUE 'SAL ADVANCE'.
003883 77  WS-ADV-EOF            PIC X      VALUE 'N'.
003884     88  WS-ADV-EOF-YES               VALUE 'Y'.
003885 77  WS-ADV-TBL-FULL-SW    PIC X      VALUE 'N'.
003886     88  WS-ADV-TABLE-FULL            VALUE 'Y'.
003887 77  WS-ADV-FOUND-SW       PIC X      VALUE 'N'.
003888     88  WS-ADV-FOUND                 VALUE 'Y'.
003889 77  WS-ADV-SUB            PIC 9(03)  VALUE ZERO.
003890 77  WS-ADV-HIT            PIC 9(03)  VALUE ZERO.
003891 77  WS-ADVS-SUB           PIC 9(04)  VALUE ZERO.
003892 77  WS-ADVS-HIT           PIC 9(04)  VALUE ZERO.
003893 77  WS-ADV-PAY-NO         PIC 9(03)  VALUE ZERO.
003894 77  WS-EMP-ADV-AMT        PIC 9(07)V99 VALUE ZERO.
003895 77  WS-ADV-TOTAL          PIC 9(09)V99 VALUE ZERO.
003897 77  WS-ADV-TAKEN-COUNT    PIC 9(05)  VALUE ZERO.
003898 77  WS-ADV-PAIDOFF-COUNT  PIC 9(05)  VALUE ZERO.
003899 77  WS-ADV-COLL-COUNT     PIC 9(05)  VALUE ZERO.
003900 77  WS-ADV-COLL-TOTAL     PIC 9(11)V99 VALUE ZERO.
003901 77  WS-ADV-REASON-TEXT    PIC X(12)  VALUE SPACES.
003902 01  WS-ADV-EMP-ARG        PIC X(05)  VALUE SPACES.
003903 01  WS-ADV-EMP-ARG-NUM REDEFINES WS-ADV-EMP-ARG
003904                           PIC 9(05).
003905 01  WS-ADV-TABLE.
003906     05  WS-ADV-COUNT      PIC 9(03)  VALUE ZERO.
003907     05  WS-ADV-ENTRY OCCURS 500 TIMES.
003908         10  WS-ADV-TYPE   PIC X(01).
003909         10  WS-ADV-EMP-ID PIC 9(05).
003910         10  WS-ADV-BOOK-DATE  PIC 9(08).
003911         10  WS-ADV-SCHED-DATE PIC 9(08).
003912         10  WS-ADV-SCHED-TIME PIC 9(08).
003913         10  WS-ADV-STAT   PIC X(01).
003914             88  WS-ADV-OPEN           VALUE 'O'.
003915             88  WS-ADV-PAID-OFF       VALUE 'P'.
003916             88  WS-ADV-IN-COLLECTION  VALUE 'C'.
003917         10  WS-ADV-PRINCIPAL  PIC 9(05)V99.
003918         10  WS-ADV-RATE   PIC 9(05)V99.
003919         10  WS-ADV-TERM   PIC 9(03).
003920         10  WS-ADV-PAID-COUNT PIC 9(03).
003921         10  WS-ADV-BALANCE    PIC 9(09)V99.
003922         10  WS-ADV-LAST-PERIOD PIC 9(03).
003923         10  WS-ADV-LAST-CHECK  PIC 9(08).
003924         10  WS-ADV-COLL-REASON PIC X(01).
003925         10  WS-ADV-COLL-CHECK  PIC 9(08).
003926 01  WS-ADVS-TABLE.
003927     05  WS-ADVS-COUNT     PIC 9(04)  VALUE ZERO.
003928     05  WS-ADVS-ENTRY OCCURS 5000 TIMES.
003929         10  WS-ADVS-TYPE  PIC X(01).
003930         10  WS-ADVS-EMP-ID    PIC 9(05).
003931         10  WS-ADVS-BOOK-DATE PIC 9(08).
003932         10  WS-ADVS-PAY-NO    PIC 9(03).
003933         10  WS-ADVS-PAYMENT   PIC 9(07)V99.
003934         10  WS-ADVS-INTEREST  PIC 9(07)V99.
003935         10  WS-ADVS-PRINCIPAL PIC 9(07)V99.
003936         10  WS-ADVS-BALANCE   PIC 9(09)V99.
003937         10  FILLER            PIC X(27).
003938*
003939*      'A' RUN WORK AREAS -- THE LATEST SCHEDULE ON CALC-AMORT-
003940*      SCHEDULE.DAT, HELD UNTIL THE WHOLE FILE HAS BEEN READ.
003941 77  WS-AMORT-EOF          PIC X      VALUE 'N'.
003942     88  WS-AMORT-EOF-YES             VALUE 'Y'.
003943 77  WS-BOOK-OK-SW         PIC X      VALUE 'Y'.
003944     88  WS-BOOK-OK                   VALUE 'Y'.
003945 77  WS-BOOK-SUB           PIC 9(03)  VALUE ZERO.
003946 77  WS-BOOK-INST          PIC 9(03)  VALUE ZERO.
003947 77  WS-BOOK-PAY-NO        PIC 9(03)  VALUE ZERO.
003948 77  WS-BOOK-INSTALLS      PIC 9(05)  VALUE ZERO.
003949 77  WS-BOOK-OPEN-BAL      PIC 9(09)V99 VALUE ZERO.
003950 77  WS-BOOK-PRIN-CUM      PIC 9(07)V99 VALUE ZERO.
003951 77  WS-BOOK-PRIN-PREV     PIC 9(07)V99 VALUE ZERO.
003952 77  WS-BOOK-INT-CUM       PIC 9(07)V99 VALUE ZERO.
003953 77  WS-BOOK-INT-PREV      PIC 9(07)V99 VALUE ZERO.
003954 01  WS-BOOK-HDR           PIC X(45)  VALUE SPACES.
003955 01  WS-BOOK-SCHED.
003956     05  WS-BOOK-COUNT     PIC 9(03)  VALUE ZERO.
003957     05  WS-BOOK-LINE OCCURS 999 TIMES
003958                           PIC X(50).
003960
003970 PROCEDURE DIVISION.
003980 0000-MAINLINE.
003982     PERFORM 1050-READ-COMMAND-LINE THRU 1050-EXIT.
003984     IF WS-MODE-YEAR-END
003986         PERFORM 5000-YEAR-END-STATEMENTS THRU 5000-EXIT
003988     ELSE
003991         IF WS-MODE-ADVANCE
003993             PERFORM 6000-BOOK-ADVANCE THRU 6000-EXIT
003995         ELSE
003997             PERFORM 1000-INITIALIZE THRU 1000-EXIT
004000             IF WS-EMP-OUT-OPENED
004010                 PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
004011                 IF WS-CALENDAR-ON
004012                     PERFORM 2600-FINAL-PAY THRU 2600-EXIT
004013                     PERFORM 2700-SWEEP-ADVANCES THRU 2700-EXIT
004015                 END-IF
004016             END-IF
004017             PERFORM 3000-TERMINATE THRU 3000-EXIT
004018         END-IF
004020     END-IF.
004021     STOP RUN.
004022
004023*      1050-READ-COMMAND-LINE PICKS THE RUN MODE OFF THE COMMAND
004024*      LINE. ANYTHING BUT 'Y' IS THE ORDINARY PAY RUN, SO THE
004025*      NIGHTLY SCHEDULE NEEDS NO CHANGE.
004026 1050-READ-COMMAND-LINE.
004027     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004028     ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
004029     IF WS-CMD-LINE NOT = SPACES
004030         UNSTRING WS-CMD-LINE DELIMITED BY SPACE
004031             INTO WS-RUN-MODE WS-MODE-ARG
004032     END-IF.
004033     IF WS-RUN-MODE NOT = 'Y' AND WS-RUN-MODE NOT = 'A'
004034         MOVE 'P' TO WS-RUN-MODE
004035     END-IF.
004036     IF WS-MODE-YEAR-END
004037         MOVE WS-MODE-ARG TO WS-YEAR-ARG
004038     END-IF.
004039     IF WS-MODE-ADVANCE
004040         MOVE WS-MODE-ARG TO WS-ADV-EMP-ARG
004041     END-IF.
004042     IF WS-YEAR-ARG IS NUMERIC
004043         MOVE WS-YEAR-ARG-NUM TO WS-YTD-YEAR
004044     ELSE
004045         MOVE WS-RUN-DATE (1:4) TO WS-YTD-YEAR
004046     END-IF.
004047 1050-EXIT.
004048     EXIT.
004050
004060 1000-INITIALIZE.
004070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004300         PERFORM 1100-LOAD-TAX-TABLE THRU 1100-EXIT
004310         PERFORM 1200-LOAD-DEDUCT-TABLE THRU 1200-EXIT
004320         PERFORM 1250-LOAD-ELECT-TABLE THRU 1250-EXIT
004321         PERFORM 1500-LOAD-BANK-TABLE THRU 1500-EXIT
004323*          ONLY A PER-PERIOD RUN FEEDS THE YEAR-TO-DATE MASTER --
004324*          THE TAX YEAR IS THE YEAR OF THE PERIOD'S CHECK DATE.
004326         IF WS-CALENDAR-ON
004327             MOVE WS-PERIOD-CHECK-DATE (1:4) TO WS-YTD-YEAR
004329             PERFORM 1700-LOAD-YTD-MASTER THRU 1700-EXIT
004330             PERFORM 1800-LOAD-HIRE-TABLE THRU 1800-EXIT
004332             PERFORM 1900-LOAD-DEPT-TABLE THRU 1900-EXIT
004333             PERFORM 1960-LOAD-LABOR-TABLE THRU 1960-EXIT
004335             PERFORM 1950-LOAD-LIAB-TABLE THRU 1950-EXIT
004336             PERFORM 1760-LOAD-ADVANCES THRU 1760-EXIT
004338         END-IF
004340         PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT
004350         PERFORM 1600-WRITE-BANK-HEADER THRU 1600-EXIT
004360     END-IF.
004380     EXIT.
004390
004400*      1400-READ-CALENDAR SCANS PAY-CALENDAR.DAT FOR THE PERIOD
004405*      TO PAY TONIGHT. PERIODS ARE PAID IN ARREARS: THE FIRST
004410*      PERIOD WHOSE END DATE HAS ALREADY PASSED AND WHOSE CHECK
004416*      DATE IS STILL TODAY OR AHEAD. EVERY HIRE AND TERMINATION
004421*      DATED INSIDE IT IS THEREFORE ON FILE BEFORE IT IS PAID,
004427*      AND 1450-CHECK-PERIOD-LOCK KEEPS THE LATER NIGHTS BEFORE
004432*      THE CHECK DATE FROM PAYING IT AGAIN. NO CALENDAR ON FILE
004438*      KEEPS THE OLD ANNUAL-BASIS REGISTER; A CALENDAR WITH NO
004443*      PERIOD DUE REFUSES THE RUN OUTRIGHT -- AN ANNUAL REGISTER
004449*      ON A NIGHT THE SHOP EXPECTS A PER-PERIOD ONE WOULD BE
004454*      PAID FROM.
004460 1400-READ-CALENDAR.
004470     MOVE 'N' TO WS-CAL-EOF.
004480     OPEN INPUT CALENDAR-FILE.
004560             AT END
004570                 MOVE 'Y' TO WS-CAL-EOF
004580             NOT AT END
004590                 IF CAL-REC-END < WS-RUN-DATE
004600                         AND CAL-REC-CHECK NOT < WS-RUN-DATE
004610                     SET WS-CALENDAR-ON TO TRUE
004620                     MOVE CAL-REC-PERIOD TO WS-PERIOD-NO
004630                     MOVE CAL-REC-START  TO WS-PERIOD-START
004710     CLOSE CALENDAR-FILE
004720     IF NOT WS-CALENDAR-ON
004730         SET WS-RUN-BLOCKED TO TRUE
004740         DISPLAY "NO PAY-CALENDAR.DAT PERIOD IS DUE FOR PAYMENT "
004750             "ON RUN DATE " WS-RUN-DATE " -- PAY RUN REFUSED"
004760     END-IF
004770     IF WS-CALENDAR-ON AND WS-PERIODS-PER-YEAR = ZERO
004780*          A ZERO FREQUENCY WOULD DIVIDE BY ZERO BELOW -- TREAT
005540*      CARRIES ZEROES THERE.
005550 1600-WRITE-BANK-HEADER.
005560     MOVE SPACES               TO BANK-HDR-REC.
005561     MOVE 'H'                  TO BH-TYPE.
005562     MOVE WS-RUN-DATE          TO BH-RUN-DATE.
005563     MOVE WS-PERIOD-CHECK-DATE TO BH-CHECK-DATE.
005564     WRITE BANK-HDR-REC.
005565 1600-EXIT.
005566     EXIT.
005567
005568*      1700-LOAD-YTD-MASTER READS PAY-YTD-MASTER.DAT ONCE AT
005569*      STARTUP -- 'E' LINES INTO WS-YTD-TABLE, 'P' LINES INTO
005570*      WS-YTD-PER-TABLE. NO MASTER ON FILE IS NOT AN ERROR: THE
005571*      FIRST LOCKED PERIOD STARTS IT.
005572 1700-LOAD-YTD-MASTER.
005573     MOVE 'N' TO WS-YTD-EOF.
005574     OPEN INPUT YTD-MASTER.
005575     IF WS-YTD-STATUS = '35'
005576         MOVE 'Y' TO WS-YTD-EOF
005577         DISPLAY "PAY-YTD-MASTER.DAT NOT ON FILE -- YEAR-TO-DATE "
005578             "TOTALS START FROM ZERO"
005580     ELSE
005581         PERFORM UNTIL WS-YTD-EOF-YES
005582             READ YTD-MASTER
005583                 AT END
005584                     MOVE 'Y' TO WS-YTD-EOF
005585                 NOT AT END
005586                     PERFORM 1710-LOAD-YTD-LINE THRU 1710-EXIT
005587             END-READ
005588         END-PERFORM
005589         CLOSE YTD-MASTER
005590     END-IF.
005591 1700-EXIT.
005592     EXIT.
005593
005594 1710-LOAD-YTD-LINE.
005595     IF YE-TYPE = 'P'
005596         IF WS-PER-COUNT < 300
005597             ADD 1 TO WS-PER-COUNT
005598             MOVE YTD-PER-REC TO WS-PER-ENTRY (WS-PER-COUNT)
005600         ELSE
005601             SET WS-YTD-TABLE-FULL TO TRUE
005602             DISPLAY "PAY-YTD-MASTER.DAT HAS MORE THAN 300 "
005603                 "PERIOD LINES -- MASTER WILL NOT BE REWRITTEN"
005604         END-IF
005605     ELSE
005606         IF WS-YTD-COUNT < 3000
005607             ADD 1 TO WS-YTD-COUNT
005608             MOVE YTD-EMP-REC TO WS-YTD-ENTRY (WS-YTD-COUNT)
005609         ELSE
005610             IF NOT WS-YTD-TABLE-FULL
005611                 SET WS-YTD-TABLE-FULL TO TRUE
005612                 DISPLAY "PAY-YTD-MASTER.DAT HAS MORE THAN 3000 "
005613                     "EMPLOYEE LINES -- MASTER WILL NOT BE "
005614                     "REWRITTEN"
005615             END-IF
005616         END-IF
005617     END-IF.
005618 1710-EXIT.
005620     EXIT.
005630
005640*      1100-LOAD-TAX-TABLE READS TAX-BRACKETS.DAT ONCE AT STARTUP
007210                 MOVE 'Y' TO WS-EOF
007220             NOT AT END
007230*                  AN EMPLOYEE ON UNPAID LEAVE DRAWS NO CHECK
007236*                  THIS CYCLE -- COUNTED, NOT PAID. NEITHER DOES
007243*                  ONE HIRED SINCE THE PERIOD CLOSED.
007250                 IF OUT-ON-LEAVE
007260                     ADD 1 TO WS-ONLEAVE-COUNT
007270                 ELSE
007273                     PERFORM 2105-CHECK-STARTED THRU 2105-EXIT
007276                     IF WS-STARTED
007280                         PERFORM 2100-CALC-EMPLOYEE THRU 2100-EXIT
007285                     END-IF
007290                 END-IF
007300         END-READ
007310     END-PERFORM.
007420*          TAX-BRACKETS.DAT FLOORS ARE ANNUAL AMOUNTS -- AND
007430*          THE PERCENT IS THEN TAKEN OF THE PERIOD GROSS.
007440     MOVE OUT-SALARY TO WS-ANNUAL-GROSS.
007445     MOVE 'N' TO WS-PRORATED-SW.
007450     IF WS-CALENDAR-ON
007460         COMPUTE WS-GROSS-PAY ROUNDED =
007470             OUT-SALARY / WS-PERIODS-PER-YEAR
007475         PERFORM 2110-PRORATE-GROSS THRU 2110-EXIT
007480     ELSE
007490         MOVE OUT-SALARY TO WS-GROSS-PAY
007500     END-IF.
007520     COMPUTE WS-TAX-AMOUNT ROUNDED =
007530         WS-GROSS-PAY * WS-TAX-PCT.
007540     MOVE ZERO TO WS-DED-THIS-EMP.
007541     MOVE ZERO TO WS-EMP-ADV-AMT.
007543     PERFORM VARYING WS-DED-SUB FROM 1 BY 1
007545             UNTIL WS-DED-SUB > 10
007546         MOVE ZERO TO WS-EMP-DED-AMT (WS-DED-SUB)
007548     END-PERFORM.
007550
007560     MOVE SPACES TO REGISTER-LINE.
007570     MOVE WS-GROSS-PAY TO WS-REG-AMOUNT-ED.
007660             DELIMITED BY SIZE INTO REGISTER-LINE
007670     END-IF.
007680     WRITE REGISTER-LINE.
007682     IF WS-PRORATED OR WS-FINAL-PAY
007685         PERFORM 2120-WRITE-PRORATE-LINE THRU 2120-EXIT
007687     END-IF.
007690
007700     MOVE SPACES TO REGISTER-LINE.
007710     MOVE WS-TAX-AMOUNT TO WS-REG-AMOUNT-ED.
007850             VARYING WS-DED-SUB FROM 1 BY 1
007860             UNTIL WS-DED-SUB > WS-DED-COUNT
007870     END-IF.
007872     IF WS-CALENDAR-ON
007875         PERFORM 2250-TAKE-ADVANCE THRU 2250-EXIT
007877     END-IF.
007880
007890     COMPUTE WS-NET-PAY =
007900         WS-GROSS-PAY - WS-TAX-AMOUNT - WS-DED-THIS-EMP.
008020     ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL.
008030     ADD WS-NET-PAY    TO WS-NET-TOTAL.
008040     PERFORM 2300-ROUTE-NET-PAY THRU 2300-EXIT.
008042     IF WS-CALENDAR-ON
008044         PERFORM 2400-POST-YTD THRU 2400-EXIT
008046         PERFORM 2450-ROLL-JOURNAL THRU 2450-EXIT
008048     END-IF.
008050 2100-EXIT.
008060     EXIT.
008070
008130*      EVERY FLOOR, FALLS BACK TO WS-DEFAULT-TAX-PCT.
008140 2150-LOOKUP-TAX-PCT.
008150     MOVE WS-DEFAULT-TAX-PCT TO WS-TAX-PCT.
008155     MOVE ZERO TO WS-TAX-FLOOR-USED.
008160     PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
008170             UNTIL WS-TAX-SUB > WS-TAX-COUNT
008180         IF WS-ANNUAL-GROSS NOT < WS-TAX-FLOOR (WS-TAX-SUB)
008190             MOVE WS-TAX-RATE (WS-TAX-SUB) TO WS-TAX-PCT
008195             MOVE WS-TAX-FLOOR (WS-TAX-SUB) TO WS-TAX-FLOOR-USED
008200         END-IF
008210     END-PERFORM.
008220 2150-EXIT.
009390         END-IF
009400         WRITE CHECK-EXC-LINE
009410         ADD 1 TO WS-CHECK-EXC-COUNT
009415         ADD WS-NET-PAY TO WS-CHECK-NET-TOTAL
009420     END-IF.
009430 2300-EXIT.
009440     EXIT.
009610*          PERCENT OF WHATEVER GROSS THE RUN IS PAYING.
009620         IF WS-CALENDAR-ON
009630             COMPUTE WS-DED-AMOUNT ROUNDED =
009631                 WS-APPLY-AMT / WS-PERIODS-PER-YEAR
009632         ELSE
009633             MOVE WS-APPLY-AMT TO WS-DED-AMOUNT
009634         END-IF
009635     END-IF.
009636     ADD WS-DED-AMOUNT TO WS-DED-THIS-EMP.
009637     ADD WS-DED-AMOUNT TO WS-DED-TOTAL (WS-DED-SUB).
009638     ADD WS-DED-AMOUNT TO WS-EMP-DED-AMT (WS-DED-SUB).
009639     MOVE SPACES TO REGISTER-LINE.
009640     MOVE WS-DED-AMOUNT TO WS-REG-AMOUNT-ED.
009641     STRING "      " WS-DED-CODE (WS-DED-SUB) " "
009642         WS-DED-DESC (WS-DED-SUB) "      "
009643         WS-REG-AMOUNT-ED
009644         DELIMITED BY SIZE INTO REGISTER-LINE.
009645     WRITE REGISTER-LINE.
009646 2200-EXIT.
009647     EXIT.
009648
009649*      2400-POST-YTD ADDS THE EMPLOYEE'S PERIOD JUST CALCULATED
009650*      TO THEIR LINE FOR THE TAX YEAR. A LINE THAT ALREADY HOLDS
009651*      THIS PERIOD AND CHECK DATE (A RUN THAT DIED AFTER THE
009652*      MASTER WAS REWRITTEN BUT BEFORE THE LOCK WAS TAKEN, THEN
009653*      WAS RUN AGAIN) IS LEFT ALONE, SO NO PERIOD COUNTS TWICE.
009654 2400-POST-YTD.
009655     PERFORM 2410-FIND-YTD-LINE THRU 2410-EXIT.
009656     IF WS-YTD-FOUND
009657         IF WS-YTD-LAST-PERIOD (WS-YTD-HIT) = WS-PERIOD-NO
009658                 AND WS-YTD-LAST-CHECK (WS-YTD-HIT) =
009659                     WS-PERIOD-CHECK-DATE
009660             ADD 1 TO WS-YTD-REPEAT-COUNT
009661         ELSE
009662             MOVE OUT-NAME TO WS-YTD-NAME (WS-YTD-HIT)
009663             MOVE OUT-DEPT TO WS-YTD-DEPT (WS-YTD-HIT)
009664             MOVE WS-PERIOD-NO TO WS-YTD-LAST-PERIOD (WS-YTD-HIT)
009665             MOVE WS-PERIOD-CHECK-DATE TO
009666                 WS-YTD-LAST-CHECK (WS-YTD-HIT)
009667             ADD 1            TO WS-YTD-PERIODS (WS-YTD-HIT)
009668             ADD WS-GROSS-PAY TO WS-YTD-GROSS (WS-YTD-HIT)
009669             ADD WS-NET-PAY   TO WS-YTD-NET (WS-YTD-HIT)
009670             PERFORM 2420-POST-YTD-TAX THRU 2420-EXIT
009671             PERFORM 2430-POST-YTD-DED THRU 2430-EXIT
009672                 VARYING WS-DED-SUB FROM 1 BY 1
009673                 UNTIL WS-DED-SUB > WS-DED-COUNT
009674             IF WS-EMP-ADV-AMT > ZERO
009675                 PERFORM 2440-POST-YTD-ADV THRU 2440-EXIT
009676             END-IF
009677             ADD 1 TO WS-YTD-POSTED-COUNT
009678         END-IF
009679     END-IF.
009680 2400-EXIT.
009681     EXIT.
009682
009683*      2410-FIND-YTD-LINE LOOKS UP THE EMPLOYEE'S LINE FOR
009684*      WS-YTD-YEAR, STARTING A ZEROED ONE WHEN THIS IS THEIR
009685*      FIRST PAY OF THE YEAR.
009686 2410-FIND-YTD-LINE.
009687     MOVE 'N' TO WS-YTD-FOUND-SW.
009688     MOVE ZERO TO WS-YTD-HIT.
009689     PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
009690             UNTIL WS-YTD-SUB > WS-YTD-COUNT
009691             OR WS-YTD-FOUND
009692         IF WS-YTD-YR (WS-YTD-SUB) = WS-YTD-YEAR
009693                 AND WS-YTD-ID (WS-YTD-SUB) = OUT-ID
009694             SET WS-YTD-FOUND TO TRUE
009695             MOVE WS-YTD-SUB TO WS-YTD-HIT
009696         END-IF
009697     END-PERFORM.
009698     IF NOT WS-YTD-FOUND
009699         IF WS-YTD-COUNT < 3000
009700             ADD 1 TO WS-YTD-COUNT
009701             MOVE WS-YTD-COUNT TO WS-YTD-HIT
009702             MOVE SPACES TO WS-YTD-ENTRY (WS-YTD-HIT)
009703             MOVE 'E'          TO WS-YTD-TYPE (WS-YTD-HIT)
009704             MOVE WS-YTD-YEAR  TO WS-YTD-YR (WS-YTD-HIT)
009705             MOVE OUT-ID       TO WS-YTD-ID (WS-YTD-HIT)
009706             MOVE ZERO TO WS-YTD-LAST-PERIOD (WS-YTD-HIT)
009707                 WS-YTD-LAST-CHECK (WS-YTD-HIT)
009708                 WS-YTD-PERIODS (WS-YTD-HIT)
009709                 WS-YTD-GROSS (WS-YTD-HIT)
009710                 WS-YTD-NET (WS-YTD-HIT)
009711             PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
009712                     UNTIL WS-YTD-SLOT > 5
009713                 MOVE ZERO TO
009714                     WS-YTD-TAX-FLOOR (WS-YTD-HIT WS-YTD-SLOT)
009715                     WS-YTD-TAX-AMT (WS-YTD-HIT WS-YTD-SLOT)
009716             END-PERFORM
009717             PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
009718                     UNTIL WS-YTD-SLOT > 10
009719                 MOVE ZERO TO
009720                     WS-YTD-DED-AMT (WS-YTD-HIT WS-YTD-SLOT)
009721             END-PERFORM
009722             SET WS-YTD-FOUND TO TRUE
009723         ELSE
009724             IF NOT WS-YTD-TABLE-FULL
009725                 SET WS-YTD-TABLE-FULL TO TRUE
009726                DISPLAY "PAY-YTD-MASTER.DAT HAS NO ROOM FOR "
009727                    "EMP-ID "
009728                     OUT-ID " -- MASTER WILL NOT BE REWRITTEN"
009729             END-IF
009730         END-IF
009731     END-IF.
009732 2410-EXIT.
009733     EXIT.
009734
009735*      2420-POST-YTD-TAX ADDS THE PERIOD'S WITHHOLDING UNDER THE
009736*      BRACKET FLOOR IT WAS TAKEN AT. A RAISE THAT MOVES SOMEONE
009737*      UP A BRACKET OPENS A SECOND SLOT; PAST FIVE BRACKETS IN
009738*      ONE YEAR THE REST IS CARRIED IN THE FIFTH.
009739 2420-POST-YTD-TAX.
009740     MOVE 'N' TO WS-YTD-SLOT-SW.
009741     PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
009742             UNTIL WS-YTD-SLOT > 5
009743             OR WS-YTD-SLOT-FOUND
009744         IF WS-YTD-TAX-FLOOR (WS-YTD-HIT WS-YTD-SLOT) =
009745                 WS-TAX-FLOOR-USED
009746             OR (WS-YTD-TAX-FLOOR (WS-YTD-HIT WS-YTD-SLOT) = ZERO
009747             AND WS-YTD-TAX-AMT (WS-YTD-HIT WS-YTD-SLOT) = ZERO)
009748             SET WS-YTD-SLOT-FOUND TO TRUE
009749         END-IF
009750     END-PERFORM.
009751*          THE FIND LOOP LEAVES WS-YTD-SLOT ONE PAST THE HIT.
009752     SUBTRACT 1 FROM WS-YTD-SLOT.
009753     IF WS-YTD-SLOT-FOUND
009754         MOVE WS-TAX-FLOOR-USED TO
009755             WS-YTD-TAX-FLOOR (WS-YTD-HIT WS-YTD-SLOT)
009756     END-IF.
009757     ADD WS-TAX-AMOUNT TO WS-YTD-TAX-AMT (WS-YTD-HIT WS-YTD-SLOT).
009758 2420-EXIT.
009759     EXIT.
009760
009761*      2430-POST-YTD-DED ADDS WHAT THE EMPLOYEE WAS CHARGED UNDER
009762*      THE DEDUCTION CODE AT WS-DED-SUB TO THE SLOT FOR THAT CODE,
009763*      OPENING ONE THE FIRST TIME THE CODE IS TAKEN IN THE YEAR.
009764 2430-POST-YTD-DED.
009765     IF WS-EMP-DED-AMT (WS-DED-SUB) > ZERO
009766         MOVE 'N' TO WS-YTD-SLOT-SW
009767         PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
009768                 UNTIL WS-YTD-SLOT > 10
009769                 OR WS-YTD-SLOT-FOUND
009770             IF WS-YTD-DED-CODE (WS-YTD-HIT WS-YTD-SLOT) =
009771                     WS-DED-CODE (WS-DED-SUB)
009772                 OR WS-YTD-DED-CODE (WS-YTD-HIT WS-YTD-SLOT) =
009773                     SPACES
009774                 SET WS-YTD-SLOT-FOUND TO TRUE
009775             END-IF
009776         END-PERFORM
009777         IF WS-YTD-SLOT-FOUND
009778             SUBTRACT 1 FROM WS-YTD-SLOT
009779             MOVE WS-DED-CODE (WS-DED-SUB) TO
009780                 WS-YTD-DED-CODE (WS-YTD-HIT WS-YTD-SLOT)
009781             ADD WS-EMP-DED-AMT (WS-DED-SUB) TO
009782                 WS-YTD-DED-AMT (WS-YTD-HIT WS-YTD-SLOT)
009783         ELSE
009784             DISPLAY "YTD LINE FOR EMP-ID " OUT-ID " HAS NO ROOM "
009785                 "FOR DEDUCTION CODE " WS-DED-CODE (WS-DED-SUB)
009786         END-IF
009787     END-IF.
009788 2430-EXIT.
009790     EXIT.
009800
009810 3000-TERMINATE.
009970*          RUN THAT NEVER SAW EMPLOYEE-OUT.DAT, MUST NOT BLOCK
009980*          THE PERIOD'S REAL RUN LATER.
009990     IF WS-CALENDAR-ON AND WS-EMP-OUT-OPENED
009991*          THE PAY JOURNAL IS REWRITTEN WHOLE ON EVERY RUN, SO
009992*          IT CAN GO FIRST. THE YEAR-TO-DATE MASTER GOES BEFORE
009993*          THE LOCK -- IF THE RUN DIES BETWEEN THE TWO, THE RERUN
009994*          FINDS EVERY LINE ALREADY HOLDING THIS PERIOD AND ADDS
009995*          NOTHING.
009996         PERFORM 3500-WRITE-PAY-JOURNAL THRU 3500-EXIT
009997         PERFORM 3200-WRITE-YTD-MASTER THRU 3200-EXIT
009998         PERFORM 3250-WRITE-ADVANCE-MASTER THRU 3250-EXIT
010000         PERFORM 3300-WRITE-PERIOD-LOCK THRU 3300-EXIT
010001     END-IF
010002     DISPLAY "PAY REGISTER COMPLETE. CHECK PAY-REGISTER.RPT"
010003     END-IF.
010004 3000-EXIT.
010005     EXIT.
010006
010007*      3200-WRITE-YTD-MASTER ADDS THIS PERIOD'S CONTROL LINE --
010008*      THE REGISTER'S OWN TOTALS PAGE FIGURES -- UNLESS THE
010009*      PERIOD IS ALREADY ON FILE, THEN REWRITES PAY-YTD-
010010*      MASTER.DAT WHOLE. A MASTER THAT DID NOT FIT THE TABLES IS
010011*      NOT REWRITTEN AT ALL, SINCE THAT WOULD DROP LINES.
010012 3200-WRITE-YTD-MASTER.
010014     IF WS-YTD-TABLE-FULL
010015         DISPLAY "PAY-YTD-MASTER.DAT NOT REWRITTEN -- TABLE "
010016             "FULL, PERIOD " WS-PERIOD-NO " NOT POSTED TO YTD"
010017     ELSE
010018         MOVE 'N' TO WS-PER-FOUND-SW
010019         PERFORM VARYING WS-PER-SUB FROM 1 BY 1
010020                 UNTIL WS-PER-SUB > WS-PER-COUNT
010021             IF WS-PER-YEAR (WS-PER-SUB) = WS-YTD-YEAR
010022                     AND WS-PER-PERIOD (WS-PER-SUB) = WS-PERIOD-NO
010023                     AND WS-PER-CHECK-DATE (WS-PER-SUB) =
010024                         WS-PERIOD-CHECK-DATE
010025                 SET WS-PER-FOUND TO TRUE
010027             END-IF
010028         END-PERFORM
010029         IF NOT WS-PER-FOUND AND WS-PER-COUNT NOT < 300
010030             DISPLAY "PAY-YTD-MASTER.DAT HOLDS 300 PERIOD "
010031                 "LINES -- PERIOD " WS-PERIOD-NO
010032                 " CONTROL LINE NOT ADDED"
010033             SET WS-PER-FOUND TO TRUE
010034         END-IF
010035         IF NOT WS-PER-FOUND
010036             ADD 1 TO WS-PER-COUNT
010037             MOVE SPACES TO WS-PER-ENTRY (WS-PER-COUNT)
010038             MOVE 'P' TO WS-PER-TYPE (WS-PER-COUNT)
010040             MOVE WS-YTD-YEAR TO WS-PER-YEAR (WS-PER-COUNT)
010041             MOVE WS-PERIOD-NO TO WS-PER-PERIOD (WS-PER-COUNT)
010042             MOVE WS-PERIOD-CHECK-DATE TO
010043                 WS-PER-CHECK-DATE (WS-PER-COUNT)
010044             MOVE WS-RUN-DATE TO WS-PER-RUN-DATE (WS-PER-COUNT)
010045             MOVE WS-EMP-COUNT TO WS-PER-EMP-COUNT (WS-PER-COUNT)
010046             MOVE WS-GROSS-TOTAL TO WS-PER-GROSS (WS-PER-COUNT)
010047             MOVE WS-TAX-TOTAL TO WS-PER-TAX (WS-PER-COUNT)
010048             MOVE WS-NET-TOTAL TO WS-PER-NET (WS-PER-COUNT)
010049             MOVE ZERO TO WS-PER-DED (WS-PER-COUNT)
010050             PERFORM VARYING WS-DED-SUB FROM 1 BY 1
010051                     UNTIL WS-DED-SUB > WS-DED-COUNT
010052                 ADD WS-DED-TOTAL (WS-DED-SUB) TO
010054                     WS-PER-DED (WS-PER-COUNT)
010055             END-PERFORM
010056             ADD WS-ADV-TOTAL TO WS-PER-DED (WS-PER-COUNT)
010057         END-IF
010058         OPEN OUTPUT YTD-MASTER
010059         PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
010060                 UNTIL WS-YTD-SUB > WS-YTD-COUNT
010061             MOVE WS-YTD-ENTRY (WS-YTD-SUB) TO YTD-EMP-REC
010062             WRITE YTD-EMP-REC
010063         END-PERFORM
010064         PERFORM VARYING WS-PER-SUB FROM 1 BY 1
010065                 UNTIL WS-PER-SUB > WS-PER-COUNT
010067             MOVE WS-PER-ENTRY (WS-PER-SUB) TO YTD-PER-REC
010068             WRITE YTD-PER-REC
010069         END-PERFORM
010070         CLOSE YTD-MASTER
010071         DISPLAY "YEAR-TO-DATE MASTER POSTED FOR " WS-YTD-YEAR
010072             ", EMPLOYEES ADDED: " WS-YTD-POSTED-COUNT
010073             "  ALREADY HELD THIS PERIOD: " WS-YTD-REPEAT-COUNT
010074     END-IF.
010075 3200-EXIT.
010076     EXIT.
010077
010078*      3300-WRITE-PERIOD-LOCK REWRITES THE ONE-LINE LOCK FILE
010080*      WITH THE PERIOD JUST PAID, SO A SECOND RUN OF THE SAME
010090*      PERIOD IS REFUSED AT STARTUP.
010100 3300-WRITE-PERIOD-LOCK.
010770     PERFORM 3150-WRITE-DED-TOTAL THRU 3150-EXIT
010780         VARYING WS-DED-SUB FROM 1 BY 1
010790         UNTIL WS-DED-SUB > WS-DED-COUNT.
010791     IF WS-ADV-TOTAL > ZERO
010792         MOVE WS-ADV-TOTAL TO WS-REG-AMOUNT-ED
010793         MOVE SPACES TO REGISTER-LINE
010794         STRING "TOTAL " WS-ADV-CODE " " WS-ADV-DESC ": "
010795             WS-REG-AMOUNT-ED
010796             DELIMITED BY SIZE INTO REGISTER-LINE
010797         WRITE REGISTER-LINE
010798     END-IF.
010800
010810     MOVE WS-NET-TOTAL TO WS-REG-NET-ED.
010820     MOVE SPACES TO REGISTER-LINE.
010970     WRITE REGISTER-LINE.
010980
010990     MOVE WS-ONLEAVE-COUNT TO WS-REG-COUNT-ED.
010991     MOVE SPACES TO REGISTER-LINE.
010992     STRING "ON LEAVE (NOT PAID): " WS-REG-COUNT-ED
010994         DELIMITED BY SIZE INTO REGISTER-LINE.
010995     WRITE REGISTER-LINE.
010996
010998     IF WS-CALENDAR-ON
010999         MOVE WS-PRORATE-COUNT TO WS-REG-COUNT-ED
011000         MOVE SPACES TO REGISTER-LINE
011002         STRING "PRORATED CHECKS   : " WS-REG-COUNT-ED
011003             DELIMITED BY SIZE INTO REGISTER-LINE
011004         WRITE REGISTER-LINE
011006         MOVE WS-FINAL-PAY-COUNT TO WS-REG-COUNT-ED
011007         MOVE SPACES TO REGISTER-LINE
011009         STRING "FINAL PAYCHECKS   : " WS-REG-COUNT-ED
011010             DELIMITED BY SIZE INTO REGISTER-LINE
011011         WRITE REGISTER-LINE
011013         MOVE WS-NOT-STARTED-COUNT TO WS-REG-COUNT-ED
011014         MOVE SPACES TO REGISTER-LINE
011015         STRING "HIRED AFTER PERIOD: " WS-REG-COUNT-ED
011017             DELIMITED BY SIZE INTO REGISTER-LINE
011018         WRITE REGISTER-LINE
011020         MOVE WS-ADV-TAKEN-COUNT TO WS-REG-COUNT-ED
011021         MOVE SPACES TO REGISTER-LINE
011022         STRING "ADVANCE REPAYMENTS: " WS-REG-COUNT-ED
011023             DELIMITED BY SIZE INTO REGISTER-LINE
011025         WRITE REGISTER-LINE
011026         MOVE WS-ADV-PAIDOFF-COUNT TO WS-REG-COUNT-ED
011027         MOVE SPACES TO REGISTER-LINE
011028         STRING "ADVANCES PAID OFF : " WS-REG-COUNT-ED
011030             DELIMITED BY SIZE INTO REGISTER-LINE
011031         WRITE REGISTER-LINE
011032         MOVE WS-ADV-COLL-COUNT TO WS-REG-COUNT-ED
011033         MOVE SPACES TO REGISTER-LINE
011035         STRING "ADVANCES TO COLLECTION: " WS-REG-COUNT-ED
011036             DELIMITED BY SIZE INTO REGISTER-LINE
011037         WRITE REGISTER-LINE
011038     END-IF.
011040 3100-EXIT.
011050     EXIT.
011060
011140     WRITE REGISTER-LINE.
011150 3150-EXIT.
011160     EXIT.
011170
011180*      5000-YEAR-END-STATEMENTS IS THE 'Y' RUN. IT TOUCHES
011190*      NOTHING THE PAY RUN OWNS -- NO REGISTER, NO EXTRACT, NO
011200*      LOCK -- AND PRINTS ONE STATEMENT PER EMPLOYEE LINE ON
011210*      PAY-YTD-MASTER.DAT FOR THE TAX YEAR, IN EMP-ID ORDER,
011220*      FOLLOWED BY THE COMPANY PAGE. A COMPANY PAGE THAT DOES
011230*      NOT TIE TO THE REGISTERS ENDS THE RUN WITH RETURN CODE 8.
011240 5000-YEAR-END-STATEMENTS.
011250     PERFORM 1200-LOAD-DEDUCT-TABLE THRU 1200-EXIT.
011260     PERFORM 1700-LOAD-YTD-MASTER THRU 1700-EXIT.
011270     PERFORM 5100-LOAD-TERM-TABLE THRU 5100-EXIT.
011280     OPEN OUTPUT WAGE-STMT-RPT.
011290     MOVE ZERO TO WS-YE-LAST-ID.
011300     MOVE 'N' TO WS-EOF.
011310     PERFORM UNTIL WS-EOF-YES
011320         PERFORM 5150-FIND-NEXT-LINE THRU 5150-EXIT
011330         IF WS-YE-NEXT-HIT = ZERO
011340             MOVE 'Y' TO WS-EOF
011350         ELSE
011360             MOVE WS-YE-NEXT-HIT TO WS-YTD-SUB
011370             PERFORM 5200-WRITE-STATEMENT THRU 5200-EXIT
011380             MOVE WS-YE-NEXT-ID TO WS-YE-LAST-ID
011390         END-IF
011400     END-PERFORM.
011410     PERFORM 5400-WRITE-COMPANY-PAGE THRU 5400-EXIT.
011420     CLOSE WAGE-STMT-RPT.
011430     IF NOT WS-YE-IN-BALANCE
011440         MOVE 8 TO RETURN-CODE
011450     END-IF.
011460     DISPLAY "YEAR-END STATEMENTS FOR " WS-YTD-YEAR
011470         " WRITTEN: " WS-YE-EMP-COUNT
011480         " -- CHECK YEAR-END-WAGE-STATEMENTS.RPT".
011490 5000-EXIT.
011500     EXIT.
011510
011520*      5100-LOAD-TERM-TABLE READS EMP-TERMINATED.DAT ONCE. NO
011530*      FILE SIMPLY MEANS NOBODY IS MARKED TERMINATED.
011540 5100-LOAD-TERM-TABLE.
011550     MOVE 'N' TO WS-TERM-EOF.
011560     OPEN INPUT TERM-MASTER.
011570     IF WS-TERM-MASTER-STATUS = '35'
011580         MOVE 'Y' TO WS-TERM-EOF
011590         DISPLAY "EMP-TERMINATED.DAT NOT ON FILE -- NO STATEMENT "
011600             "IS MARKED TERMINATED"
011610     ELSE
011620         PERFORM UNTIL WS-TERM-EOF-YES
011630             READ TERM-MASTER INTO TERM-MASTER-REC
011640                 AT END
011650                     MOVE 'Y' TO WS-TERM-EOF
011660                 NOT AT END
011670                     IF WS-TERM-COUNT < 2000
011680                         ADD 1 TO WS-TERM-COUNT
011690                         MOVE TM-ID        TO
011700                            WS-TERM-ID (WS-TERM-COUNT)
011710                         MOVE TM-TERM-DATE TO
011720                            WS-TERM-DATE (WS-TERM-COUNT)
011730                     ELSE
011740                         IF NOT WS-TERM-TABLE-FULL
011750                             SET WS-TERM-TABLE-FULL TO TRUE
011760                             DISPLAY "EMP-TERMINATED.DAT HAS "
011770                                 "MORE THAN 2000 ENTRIES -- "
011780                                 "EXTRA ROWS IGNORED"
011790                         END-IF
011800                     END-IF
011810             END-READ
011820         END-PERFORM
011830         CLOSE TERM-MASTER
011840     END-IF.
011850 5100-EXIT.
011860     EXIT.
011870
011880*      5150-FIND-NEXT-LINE PICKS THE TAX YEAR'S LINE WITH THE
011890*      LOWEST EMP-ID ABOVE THE LAST ONE PRINTED; ZERO WHEN EVERY
011900*      LINE HAS BEEN PRINTED.
011910 5150-FIND-NEXT-LINE.
011920     MOVE ZERO TO WS-YE-NEXT-HIT WS-YE-NEXT-ID.
011930     PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
011940             UNTIL WS-YTD-SUB > WS-YTD-COUNT
011950         IF WS-YTD-YR (WS-YTD-SUB) = WS-YTD-YEAR
011960                 AND WS-YTD-ID (WS-YTD-SUB) > WS-YE-LAST-ID
011970             IF WS-YE-NEXT-HIT = ZERO
011980                     OR WS-YTD-ID (WS-YTD-SUB) < WS-YE-NEXT-ID
011990                 MOVE WS-YTD-SUB TO WS-YE-NEXT-HIT
012000                 MOVE WS-YTD-ID (WS-YTD-SUB) TO WS-YE-NEXT-ID
012010             END-IF
012020         END-IF
012030     END-PERFORM.
012040 5150-EXIT.
012050     EXIT.
012060
012070*      5200-WRITE-STATEMENT PRINTS ONE EMPLOYEE'S WAGE AND
012080*      WITHHOLDING STATEMENT FROM THE LINE AT WS-YTD-SUB AND
012090*      ROLLS IT INTO THE COMPANY TOTALS.
012100 5200-WRITE-STATEMENT.
012110     MOVE ZERO TO WS-YE-EMP-TAX WS-YE-EMP-DED.
012120     MOVE ALL '=' TO WAGE-STMT-LINE.
012130     WRITE WAGE-STMT-LINE.
012140     MOVE SPACES TO WAGE-STMT-LINE.
012150     STRING "YEAR-END WAGE AND WITHHOLDING STATEMENT -- TAX YEAR "
012160         WS-YTD-YEAR
012170         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
012180     WRITE WAGE-STMT-LINE.
012190     MOVE SPACES TO WAGE-STMT-LINE.
012200     STRING "EMPLOYEE          : " WS-YTD-ID (WS-YTD-SUB) " "
012210         WS-YTD-NAME (WS-YTD-SUB) "  DEPT "
012220         WS-YTD-DEPT (WS-YTD-SUB)
012230         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
012240     WRITE WAGE-STMT-LINE.
012250     PERFORM 5250-LOOKUP-TERM THRU 5250-EXIT.
012260     MOVE SPACES TO WAGE-STMT-LINE.
012270     IF WS-TERM-HIT-DATE > ZERO
012280         STRING "STATUS            : TERMINATED " WS-TERM-HIT-DATE
012290             DELIMITED BY SIZE INTO WAGE-STMT-LINE
012300         ADD 1 TO WS-YE-TERM-COUNT
012310     ELSE
012320         MOVE "STATUS            : ACTIVE" TO WAGE-STMT-LINE
012330     END-IF.
012340     WRITE WAGE-STMT-LINE.
012350     MOVE WS-YTD-PERIODS (WS-YTD-SUB) TO WS-REG-COUNT-ED.
012360     MOVE SPACES TO WAGE-STMT-LINE.
012370     STRING "PERIODS PAID      : " WS-REG-COUNT-ED
012380         "   LAST CHECK DATE " WS-YTD-LAST-CHECK (WS-YTD-SUB)
012390         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
012400     WRITE WAGE-STMT-LINE.
012410     MOVE WS-YTD-GROSS (WS-YTD-SUB) TO WS-REG-YTD-ED.
012420     MOVE SPACES TO WAGE-STMT-LINE.
012430     STRING "GROSS WAGES       : " WS-REG-YTD-ED
012440         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
012450     WRITE WAGE-STMT-LINE.
012460     PERFORM 5210-WRITE-TAX-SLOT THRU 5210-EXIT
012470         VARYING WS-YTD-SLOT FROM 1 BY 1
012480         UNTIL WS-YTD-SLOT > 5.
012490     MOVE WS-YE-EMP-TAX TO WS-REG-YTD-ED.
012500     MOVE SPACES TO WAGE-STMT-LINE.
012510     STRING "TOTAL TAX WITHHELD: " WS-REG-YTD-ED
012520         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
012530     WRITE WAGE-STMT-LINE.
012540     PERFORM 5220-WRITE-DED-SLOT THRU 5220-EXIT
012550         VARYING WS-YTD-SLOT FROM 1 BY 1
012560         UNTIL WS-YTD-SLOT > 10.
012570     MOVE WS-YE-EMP-DED TO WS-REG-YTD-ED.
012580     MOVE SPACES TO WAGE-STMT-LINE.
012590     STRING "TOTAL DEDUCTIONS  : " WS-REG-YTD-ED
012600         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
012610     WRITE WAGE-STMT-LINE.
012620     MOVE WS-YTD-NET (WS-YTD-SUB) TO WS-REG-YTD-NET-ED.
012630     MOVE SPACES TO WAGE-STMT-LINE.
012640     STRING "NET PAY           : " WS-REG-YTD-NET-ED
012650         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
012660     WRITE WAGE-STMT-LINE.
012670     MOVE SPACES TO WAGE-STMT-LINE.
012680     WRITE WAGE-STMT-LINE.
012690     ADD 1                          TO WS-YE-EMP-COUNT.
012700     ADD WS-YTD-GROSS (WS-YTD-SUB)  TO WS-YE-GROSS.
012710     ADD WS-YE-EMP-TAX              TO WS-YE-TAX.
012720     ADD WS-YE-EMP-DED              TO WS-YE-DED.
012730     ADD WS-YTD-NET (WS-YTD-SUB)    TO WS-YE-NET.
012740 5200-EXIT.
012750     EXIT.
012760
012770 5210-WRITE-TAX-SLOT.
012780     IF WS-YTD-TAX-AMT (WS-YTD-SUB WS-YTD-SLOT) > ZERO
012790         MOVE WS-YTD-TAX-FLOOR (WS-YTD-SUB WS-YTD-SLOT)
012800             TO WS-REG-AMOUNT-ED
012810         MOVE WS-YTD-TAX-AMT (WS-YTD-SUB WS-YTD-SLOT)
012820             TO WS-REG-YTD-ED
012830         MOVE SPACES TO WAGE-STMT-LINE
012840         STRING "  TAX, BRACKET FLOOR " WS-REG-AMOUNT-ED
012850             "  " WS-REG-YTD-ED
012860             DELIMITED BY SIZE INTO WAGE-STMT-LINE
012870         WRITE WAGE-STMT-LINE
012880         ADD WS-YTD-TAX-AMT (WS-YTD-SUB WS-YTD-SLOT)
012890             TO WS-YE-EMP-TAX
012900     END-IF.
012910 5210-EXIT.
012920     EXIT.
012930
012940*      5220-WRITE-DED-SLOT PRINTS ONE DEDUCTION CODE'S YEAR
012950*      TOTAL, DESCRIBED OFF DEDUCT-RULES.DAT, AND ROLLS IT INTO
012960*      THE COMPANY PAGE'S PER-CODE TOTAL.
012970 5220-WRITE-DED-SLOT.
012980     IF WS-YTD-DED-CODE (WS-YTD-SUB WS-YTD-SLOT) NOT = SPACES
012990         MOVE "NOT ON FILE" TO WS-YE-DESC
013000         IF WS-YTD-DED-CODE (WS-YTD-SUB WS-YTD-SLOT) = WS-ADV-CODE
013010             MOVE WS-ADV-DESC TO WS-YE-DESC
013020         END-IF
013030         PERFORM VARYING WS-DED-SUB FROM 1 BY 1
013040                 UNTIL WS-DED-SUB > WS-DED-COUNT
013050             IF WS-DED-CODE (WS-DED-SUB) =
013060                     WS-YTD-DED-CODE (WS-YTD-SUB WS-YTD-SLOT)
013070                 MOVE WS-DED-DESC (WS-DED-SUB) TO WS-YE-DESC
013080             END-IF
013090         END-PERFORM
013100         MOVE WS-YTD-DED-AMT (WS-YTD-SUB WS-YTD-SLOT)
013110             TO WS-REG-YTD-ED
013120         MOVE SPACES TO WAGE-STMT-LINE
013130         STRING "  DEDUCTION "
013140             WS-YTD-DED-CODE (WS-YTD-SUB WS-YTD-SLOT)
013150             " " WS-YE-DESC "  " WS-REG-YTD-ED
013160             DELIMITED BY SIZE INTO WAGE-STMT-LINE
013170         WRITE WAGE-STMT-LINE
013180         ADD WS-YTD-DED-AMT (WS-YTD-SUB WS-YTD-SLOT)
013190             TO WS-YE-EMP-DED
013200         PERFORM 5230-ROLL-DED-CODE THRU 5230-EXIT
013210     END-IF.
013220 5220-EXIT.
013230     EXIT.
013240
013250 5230-ROLL-DED-CODE.
013260     MOVE 'N' TO WS-YTD-SLOT-SW.
013270     PERFORM VARYING WS-YE-DED-SUB FROM 1 BY 1
013280             UNTIL WS-YE-DED-SUB > WS-YE-DED-COUNT
013290             OR WS-YTD-SLOT-FOUND
013300         IF WS-YE-DED-CODE (WS-YE-DED-SUB) =
013310                 WS-YTD-DED-CODE (WS-YTD-SUB WS-YTD-SLOT)
013320             SET WS-YTD-SLOT-FOUND TO TRUE
013330         END-IF
013340     END-PERFORM.
013350     IF WS-YTD-SLOT-FOUND
013360         SUBTRACT 1 FROM WS-YE-DED-SUB
013370     ELSE
013380         IF WS-YE-DED-COUNT < 20
013390             ADD 1 TO WS-YE-DED-COUNT
013400             MOVE WS-YE-DED-COUNT TO WS-YE-DED-SUB
013410             MOVE WS-YTD-DED-CODE (WS-YTD-SUB WS-YTD-SLOT)
013420                 TO WS-YE-DED-CODE (WS-YE-DED-SUB)
013430             MOVE ZERO TO WS-YE-DED-AMT (WS-YE-DED-SUB)
013440             SET WS-YTD-SLOT-FOUND TO TRUE
013450         END-IF
013460     END-IF.
013470     IF WS-YTD-SLOT-FOUND
013480         ADD WS-YTD-DED-AMT (WS-YTD-SUB WS-YTD-SLOT)
013490             TO WS-YE-DED-AMT (WS-YE-DED-SUB)
013500     END-IF.
013510 5230-EXIT.
013520     EXIT.
013530
013540*      5250-LOOKUP-TERM FINDS A TERMINATION FOR THE EMPLOYEE AT
013550*      WS-YTD-SUB DATED IN THE TAX YEAR -- THE LATEST, IF THEY
013560*      LEFT MORE THAN ONCE.
013570 5250-LOOKUP-TERM.
013580     MOVE ZERO TO WS-TERM-HIT-DATE.
013590     PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
013600             UNTIL WS-TERM-SUB > WS-TERM-COUNT
013610         IF WS-TERM-ID (WS-TERM-SUB) = WS-YTD-ID (WS-YTD-SUB)
013620                 AND WS-TERM-DATE (WS-TERM-SUB) (1:4) =
013630                     WS-YTD-YEAR
013640                 AND WS-TERM-DATE (WS-TERM-SUB) > WS-TERM-HIT-DATE
013650             MOVE WS-TERM-DATE (WS-TERM-SUB) TO WS-TERM-HIT-DATE
013660         END-IF
013670     END-PERFORM.
013680 5250-EXIT.
013690     EXIT.
013700
013710*      5400-WRITE-COMPANY-PAGE TOTALS EVERY STATEMENT PRINTED AND
013720*      SETS EACH FIGURE BESIDE THE SUM OF THE TAX YEAR'S PERIOD
013730*      CONTROL LINES -- THE REGISTERS' OWN TOTALS PAGES -- SO
013740*      THE STATEMENTS ARE PROVED BEFORE THEY GO OUT.
013750 5400-WRITE-COMPANY-PAGE.
013760     PERFORM VARYING WS-PER-SUB FROM 1 BY 1
013770             UNTIL WS-PER-SUB > WS-PER-COUNT
013780         IF WS-PER-YEAR (WS-PER-SUB) = WS-YTD-YEAR
013790             ADD 1                        TO WS-YE-REG-COUNT
013800             ADD WS-PER-GROSS (WS-PER-SUB) TO WS-YE-REG-GROSS
013810             ADD WS-PER-TAX (WS-PER-SUB)   TO WS-YE-REG-TAX
013820             ADD WS-PER-DED (WS-PER-SUB)   TO WS-YE-REG-DED
013830             ADD WS-PER-NET (WS-PER-SUB)   TO WS-YE-REG-NET
013840         END-IF
013850     END-PERFORM.
013860     MOVE ALL '=' TO WAGE-STMT-LINE.
013870     WRITE WAGE-STMT-LINE.
013880     MOVE SPACES TO WAGE-STMT-LINE.
013890     STRING "COMPANY TOTALS -- TAX YEAR " WS-YTD-YEAR
013900         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
013910     WRITE WAGE-STMT-LINE.
013920     MOVE WS-YE-EMP-COUNT TO WS-REG-COUNT-ED.
013930     MOVE SPACES TO WAGE-STMT-LINE.
013940     STRING "STATEMENTS PRINTED: " WS-REG-COUNT-ED
013950         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
013960     WRITE WAGE-STMT-LINE.
013970     MOVE WS-YE-TERM-COUNT TO WS-REG-COUNT-ED.
013980     MOVE SPACES TO WAGE-STMT-LINE.
013990     STRING "  TERMINATED      : " WS-REG-COUNT-ED
014000         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
014010     WRITE WAGE-STMT-LINE.
014020     MOVE WS-YE-REG-COUNT TO WS-REG-COUNT-ED.
014030     MOVE SPACES TO WAGE-STMT-LINE.
014040     STRING "REGISTERS ON FILE : " WS-REG-COUNT-ED
014050         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
014060     WRITE WAGE-STMT-LINE.
014070     MOVE SPACES TO WAGE-STMT-LINE.
014080     WRITE WAGE-STMT-LINE.
014090     MOVE SPACES TO WAGE-STMT-LINE.
014100     STRING "                          STATEMENTS"
014110         "           REGISTERS"
014120         DELIMITED BY SIZE INTO WAGE-STMT-LINE.
014130     WRITE WAGE-STMT-LINE.
014140     MOVE "GROSS WAGES"    TO WS-YE-TIE-LABEL.
014150     MOVE WS-YE-GROSS      TO WS-YE-TIE-STMT.
014160     MOVE WS-YE-REG-GROSS  TO WS-YE-TIE-REG.
014170     PERFORM 5410-WRITE-TIE-LINE THRU 5410-EXIT.
014180     MOVE "TAX WITHHELD"   TO WS-YE-TIE-LABEL.
014190     MOVE WS-YE-TAX        TO WS-YE-TIE-STMT.
014200     MOVE WS-YE-REG-TAX    TO WS-YE-TIE-REG.
014210     PERFORM 5410-WRITE-TIE-LINE THRU 5410-EXIT.
014220     MOVE "DEDUCTIONS"     TO WS-YE-TIE-LABEL.
014230     MOVE WS-YE-DED        TO WS-YE-TIE-STMT.
014240     MOVE WS-YE-REG-DED    TO WS-YE-TIE-REG.
014250     PERFORM 5410-WRITE-TIE-LINE THRU 5410-EXIT.
014260     MOVE "NET PAY"        TO WS-YE-TIE-LABEL.
014270     MOVE WS-YE-NET        TO WS-YE-TIE-STMT.
014280     MOVE WS-YE-REG-NET    TO WS-YE-TIE-REG.
014290     PERFORM 5410-WRITE-TIE-LINE THRU 5410-EXIT.
014300     MOVE SPACES TO WAGE-STMT-LINE.
014310     WRITE WAGE-STMT-LINE.
014320     PERFORM VARYING WS-YE-DED-SUB FROM 1 BY 1
014330             UNTIL WS-YE-DED-SUB > WS-YE-DED-COUNT
014340         MOVE WS-YE-DED-AMT (WS-YE-DED-SUB) TO WS-REG-YTD-ED
014350         MOVE SPACES TO WAGE-STMT-LINE
014360         STRING "TOTAL DEDUCTION " WS-YE-DED-CODE (WS-YE-DED-SUB)
014370             "  " WS-REG-YTD-ED
014380             DELIMITED BY SIZE INTO WAGE-STMT-LINE
014390         WRITE WAGE-STMT-LINE
014400     END-PERFORM.
014410     MOVE SPACES TO WAGE-STMT-LINE.
014420     WRITE WAGE-STMT-LINE.
014430     MOVE SPACES TO WAGE-STMT-LINE.
014440     IF WS-YE-IN-BALANCE
014450         MOVE "STATEMENTS TIE TO THE SUM OF THE YEAR'S REGISTERS"
014460             TO WAGE-STMT-LINE
014470     ELSE
014480         MOVE "*** STATEMENTS DO NOT TIE TO THE YEAR'S REGISTERS"
014490             TO WAGE-STMT-LINE
014500         DISPLAY "YEAR-END STATEMENTS DO NOT TIE TO THE "
014510             "REGISTERS -- SEE THE COMPANY PAGE"
014520     END-IF.
014530     WRITE WAGE-STMT-LINE.
014540 5400-EXIT.
014550     EXIT.
014560
014570 5410-WRITE-TIE-LINE.
014580     MOVE WS-YE-TIE-STMT TO WS-REG-YTD-NET-ED.
014590     MOVE WS-YE-TIE-REG  TO WS-REG-YTD-REG-ED.
014600     MOVE SPACES TO WAGE-STMT-LINE.
014610     IF WS-YE-TIE-STMT = WS-YE-TIE-REG
014620         STRING WS-YE-TIE-LABEL WS-REG-YTD-NET-ED "  "
014630             WS-REG-YTD-REG-ED
014640             DELIMITED BY SIZE INTO WAGE-STMT-LINE
014650     ELSE
014660         MOVE 'N' TO WS-YE-BALANCE-SW
014670         STRING WS-YE-TIE-LABEL WS-REG-YTD-NET-ED "  "
014680             WS-REG-YTD-REG-ED "  ** OUT **"
014690             DELIMITED BY SIZE INTO WAGE-STMT-LINE
014700     END-IF.
014710     WRITE WAGE-STMT-LINE.
014720 5410-EXIT.
014730     EXIT.
014740
014750*      1800-LOAD-HIRE-TABLE KEEPS EVERY 'H' AUDIT LINE DATED
014755*      FROM THE PERIOD START THROUGH TONIGHT, SO 2110-PRORATE-
014761*      GROSS CAN START A NEW HIRE'S PAY ON THE HIRE DATE, AND
014767*      2105-CHECK-STARTED CAN HOLD BACK A HIRE KEYED SINCE THE
014772*      PERIOD CLOSED UNTIL THE PERIOD THE HIRE FALLS IN. NO AUDIT
014778*      FILE MEANS NO HIRES ARE KNOWN AND EVERYONE IS PAID THE
014784*      FULL PERIOD, AS BEFORE.
014790 1800-LOAD-HIRE-TABLE.
014800     MOVE 'N' TO WS-AUDIT-EOF.
014810     OPEN INPUT EMP-AUDIT-IN.
014820     IF WS-AUDIT-STATUS = '35'
014830         MOVE 'Y' TO WS-AUDIT-EOF
014840         DISPLAY "EMPLOYEE-AUDIT.DAT NOT ON FILE -- NO "
014850             "MID-PERIOD HIRE IS PRORATED"
014860     ELSE
014870         PERFORM UNTIL WS-AUDIT-EOF-YES
014880             READ EMP-AUDIT-IN INTO AUDIT-IN-REC
014890                 AT END
014900                     MOVE 'Y' TO WS-AUDIT-EOF
014910                 NOT AT END
014920                     IF AUDIT-IS-HIRE
014930                        AND AUDIT-RUN-DATE NOT < WS-PERIOD-START
014940                        AND AUDIT-RUN-DATE NOT > WS-RUN-DATE
014950                         PERFORM 1810-KEEP-HIRE THRU 1810-EXIT
014960                     END-IF
014970             END-READ
014980         END-PERFORM
014990         CLOSE EMP-AUDIT-IN
015000     END-IF.
015010 1800-EXIT.
015020     EXIT.
015030
015040 1810-KEEP-HIRE.
015050     IF WS-HIRE-COUNT < 500
015060         ADD 1 TO WS-HIRE-COUNT
015070         MOVE AUDIT-ID       TO WS-HIRE-ID (WS-HIRE-COUNT)
015080         MOVE AUDIT-RUN-DATE TO WS-HIRE-DATE (WS-HIRE-COUNT)
015090     ELSE
015100         IF NOT WS-HIRE-TABLE-FULL
015110             SET WS-HIRE-TABLE-FULL TO TRUE
015120             DISPLAY "MORE THAN 500 HIRES IN THE PERIOD -- EXTRA "
015130                 "HIRES ARE PAID THE FULL PERIOD"
015140         END-IF
015150     END-IF.
015160 1810-EXIT.
015170     EXIT.
015180
015190*      2110-PRORATE-GROSS CUTS THE PERIOD GROSS TO THE DAYS
015200*      WORKED: FROM THE LATER OF THE PERIOD START AND THE HIRE
015210*      DATE, TO THE EARLIER OF THE PERIOD END AND (ON FINAL PAY)
015220*      THE TERM DATE, BOTH DAYS COUNTED. A FULL PERIOD IS LEFT
015230*      EXACTLY AS 2100-CALC-EMPLOYEE COMPUTED IT.
015240 2110-PRORATE-GROSS.
015250     MOVE WS-PERIOD-START TO WS-WORK-FROM.
015260     MOVE WS-PERIOD-END   TO WS-WORK-TO.
015270     PERFORM 2115-LOOKUP-HIRE THRU 2115-EXIT.
015280     IF WS-HIRE-HIT-DATE > WS-WORK-FROM
015290         MOVE WS-HIRE-HIT-DATE TO WS-WORK-FROM
015300     END-IF.
015310     IF WS-FINAL-PAY AND WS-FINAL-TERM-DATE < WS-WORK-TO
015320         MOVE WS-FINAL-TERM-DATE TO WS-WORK-TO
015330     END-IF.
015340     COMPUTE WS-PERIOD-DAYS =
015350         FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
015360       - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 1.
015370     IF WS-WORK-FROM > WS-WORK-TO
015380         MOVE ZERO TO WS-DAYS-WORKED
015390     ELSE
015400         COMPUTE WS-DAYS-WORKED =
015410             FUNCTION INTEGER-OF-DATE (WS-WORK-TO)
015420           - FUNCTION INTEGER-OF-DATE (WS-WORK-FROM) + 1
015430     END-IF.
015440     IF WS-DAYS-WORKED < WS-PERIOD-DAYS
015450         SET WS-PRORATED TO TRUE
015460         COMPUTE WS-GROSS-PAY ROUNDED =
015470             OUT-SALARY * WS-DAYS-WORKED
015480             / (WS-PERIODS-PER-YEAR * WS-PERIOD-DAYS)
015490         ADD 1 TO WS-PRORATE-COUNT
015500     END-IF.
015510 2110-EXIT.
015520     EXIT.
015530
015533*      2105-CHECK-STARTED CLEARS WS-STARTED FOR AN EMPLOYEE WHOSE
015536*      HIRE DATE IS AFTER THE PERIOD END -- HIRED SINCE THE PERIOD
015539*      CLOSED, SO NOTHING IS OWED FOR IT. THE FIRST CHECK COMES
015542*      WITH THE PERIOD THE HIRE FALLS IN, PRORATED FROM THE HIRE
015545*      DATE. WITHOUT A CALENDAR EVERYONE ON FILE IS PAID.
015548 2105-CHECK-STARTED.
015551     MOVE 'Y' TO WS-STARTED-SW.
015554     IF WS-CALENDAR-ON
015557         PERFORM 2115-LOOKUP-HIRE THRU 2115-EXIT
015560         IF WS-HIRE-HIT-DATE > WS-PERIOD-END
015563             MOVE 'N' TO WS-STARTED-SW
015566             ADD 1 TO WS-NOT-STARTED-COUNT
015570         END-IF
015573     END-IF.
015576 2105-EXIT.
015579     EXIT.
015582
015585*      2115-LOOKUP-HIRE RETURNS THE LATEST HIRE DATE ON OR AFTER
015588*      THE PERIOD START FOR OUT-ID (ONE PAST THE PERIOD END MEANS
015591*      A HIRE SINCE THE PERIOD CLOSED), OR ZERO WHEN THE EMPLOYEE
015594*      WAS ALREADY ON STAFF WHEN IT OPENED. THE SERVICE DATE ON
015597*      THE MASTER IS THE DAY THE CURRENT SPELL OF SERVICE STARTED
015600*      (A REHIRE'S RETURN DATE), SO WHEN IT IS RECORDED IT ANSWERS
015603*      ON ITS OWN; THE 'H' LINES ON THE AUDIT TRAIL ONLY STAND IN
015606*      FOR A RECORD THAT DOES NOT CARRY ONE YET.
015610 2115-LOOKUP-HIRE.
015620     MOVE ZERO TO WS-HIRE-HIT-DATE.
015630     IF OUT-SERVICE-DATE IS NUMERIC
015640             AND OUT-SERVICE-DATE > ZERO
015650         IF OUT-SERVICE-DATE NOT < WS-PERIOD-START
015670             MOVE OUT-SERVICE-DATE TO WS-HIRE-HIT-DATE
015680         END-IF
015690     ELSE
015700         PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
015710                 UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
015720             IF WS-HIRE-ID (WS-HIRE-SUB) = OUT-ID
015730                AND WS-HIRE-DATE (WS-HIRE-SUB) > WS-HIRE-HIT-DATE
015740                 MOVE WS-HIRE-DATE (WS-HIRE-SUB) TO
015750                     WS-HIRE-HIT-DATE
015760             END-IF
015770         END-PERFORM
015780     END-IF.
015790 2115-EXIT.
015800     EXIT.
015810
015820*      2120-WRITE-PRORATE-LINE PRINTS THE DAYS BEHIND A PRORATED
015830*      OR FINAL CHECK UNDER ITS GROSS LINE.
015840 2120-WRITE-PRORATE-LINE.
015850     MOVE SPACES TO REGISTER-LINE.
015860     IF WS-FINAL-PAY
015870         STRING "      FINAL PAY  " WS-DAYS-WORKED " OF "
015880             WS-PERIOD-DAYS " DAYS  " WS-WORK-FROM " - "
015890             WS-WORK-TO " (TERM " WS-FINAL-TERM-DATE ")"
015900             DELIMITED BY SIZE INTO REGISTER-LINE
015910     ELSE
015920         STRING "      PRORATED   " WS-DAYS-WORKED " OF "
015930             WS-PERIOD-DAYS " DAYS  " WS-WORK-FROM " - "
015940             WS-WORK-TO
015950             DELIMITED BY SIZE INTO REGISTER-LINE
015960     END-IF.
015970     WRITE REGISTER-LINE.
015980 2120-EXIT.
015990     EXIT.
016000
016010*      2600-FINAL-PAY IS THE FINAL-PAY SECTION OF THE REGISTER.
016020*      EVERY EMP-TERMINATED.DAT ENTRY WHOSE TERM DATE FALLS IN
016024*      THE PERIOD IS PAID THROUGH THAT DATE. ONE TERMINATED
016028*      SINCE THE PERIOD CLOSED WORKED ALL OF IT AND IS PAID THE
016032*      FULL PERIOD HERE, ITS FINAL CHECK FOLLOWING WITH THE
016036*      PERIOD THE TERM DATE FALLS IN -- SAME ARITHMETIC,
016040*      SAME DEPOSIT OR PRINTED-CHECK ROUTING, SAME YEAR-TO-DATE
016050*      POSTING AS ANY OTHER EMPLOYEE. A TERMINATED EMPLOYEE
016060*      ALREADY BACK ON EMPLOYEE-OUT.DAT (A REHIRE) WAS PAID IN
016070*      2000-PROCESS-FILE AND IS NOT PAID TWICE.
016080 2600-FINAL-PAY.
016090     MOVE 'N' TO WS-TERM-EOF.
016100     OPEN INPUT TERM-MASTER.
016110     IF WS-TERM-MASTER-STATUS = '35'
016120         MOVE 'Y' TO WS-TERM-EOF
016130     ELSE
016140         PERFORM UNTIL WS-TERM-EOF-YES
016150             READ TERM-MASTER INTO TERM-MASTER-REC
016160                 AT END
016170                     MOVE 'Y' TO WS-TERM-EOF
016180                 NOT AT END
016190                     IF TM-TERM-DATE NOT < WS-PERIOD-START
016210                         PERFORM 2610-PAY-FINAL THRU 2610-EXIT
016220                     END-IF
016230             END-READ
016240         END-PERFORM
016250         CLOSE TERM-MASTER
016260     END-IF.
016270 2600-EXIT.
016280     EXIT.
016290
016300 2610-PAY-FINAL.
016310     MOVE TM-ID TO OUT-ID.
016320     READ EMP-OUT
016330         INVALID KEY
016340             PERFORM 2620-CALC-FINAL THRU 2620-EXIT
016350         NOT INVALID KEY
016360             DISPLAY "EMP-ID " TM-ID " TERMINATED " TM-TERM-DATE
016370                 " IS ON EMPLOYEE-OUT.DAT -- PAID WITH THE "
016380                 "ACTIVE STAFF, NO FINAL CHECK"
016390     END-READ.
016400 2610-EXIT.
016410     EXIT.
016420
016430 2620-CALC-FINAL.
016530     MOVE SPACES          TO EMP-OUT-REC.
016540     MOVE TM-ID           TO OUT-ID.
016550     MOVE TM-NAME         TO OUT-NAME.
016560     MOVE TM-FINAL-SALARY TO OUT-SALARY.
016570     MOVE TM-DEPT         TO OUT-DEPT.
016580     MOVE TM-GRADE        TO OUT-GRADE.
016590     MOVE 'A'             TO OUT-STATUS.
016600     MOVE TM-HIRE-DATE    TO OUT-HIRE-DATE.
016601     MOVE TM-SERVICE-DATE TO OUT-SERVICE-DATE.
016602     PERFORM 2105-CHECK-STARTED THRU 2105-EXIT.
016604     IF NOT WS-STARTED
016605         GO TO 2620-EXIT
016606     END-IF.
016608     IF NOT WS-FINAL-HDR-DONE
016609         SET WS-FINAL-HDR-DONE TO TRUE
016610         MOVE SPACES TO REGISTER-LINE
016612         STRING "FINAL PAY -- EMPLOYEES TERMINATED SINCE THE "
016613             "PERIOD STARTED" DELIMITED BY SIZE INTO REGISTER-LINE
016614         WRITE REGISTER-LINE
016616         MOVE SPACES TO REGISTER-LINE
016617         WRITE REGISTER-LINE
016618     END-IF.
016620     MOVE TM-TERM-DATE    TO WS-FINAL-TERM-DATE.
016624     IF TM-TERM-DATE NOT > WS-PERIOD-END
016628         SET WS-FINAL-PAY TO TRUE
016632         ADD 1 TO WS-FINAL-PAY-COUNT
016636     END-IF.
016640     PERFORM 2100-CALC-EMPLOYEE THRU 2100-EXIT.
016650     MOVE 'N' TO WS-FINAL-PAY-SW.
016670 2620-EXIT.
016680     EXIT.
016690
016700*      1900-LOAD-DEPT-TABLE READS DEPT-MASTER.DAT FOR THE LEDGER
016710*      ACCOUNT OF EACH DEPARTMENT. WITHOUT IT THE JOURNAL IS
016720*      STILL WRITTEN, WITH THE EXPENSE ACCOUNTS LEFT BLANK.
016730 1900-LOAD-DEPT-TABLE.
016740     MOVE 'N' TO WS-DEPT-EOF.
016750     OPEN INPUT DEPT-FILE.
016760     IF WS-DEPT-STATUS = '35'
016770         MOVE 'Y' TO WS-DEPT-EOF
016780         DISPLAY "DEPT-MASTER.DAT NOT ON FILE -- PAYROLL JOURNAL "
016790             "EXPENSE ACCOUNTS LEFT BLANK"
016800     ELSE
016810         PERFORM UNTIL WS-DEPT-EOF-YES
016820             READ DEPT-FILE INTO DEPT-REC
016830                 AT END
016840                     MOVE 'Y' TO WS-DEPT-EOF
016850                 NOT AT END
016860                     IF WS-DEPT-COUNT < 100
016870                         ADD 1 TO WS-DEPT-COUNT
016880                         MOVE DEPT-REC-CODE TO
016890                            WS-DEPT-CODE (WS-DEPT-COUNT)
016900                         MOVE DEPT-REC-ACCT TO
016910                            WS-DEPT-ACCT (WS-DEPT-COUNT)
016920                     ELSE
016930                         DISPLAY "DEPT-MASTER.DAT HAS MORE THAN "
016940                             "100 ENTRIES -- EXTRA ROWS IGNORED"
016950                     END-IF
016960             END-READ
016970         END-PERFORM
016980         CLOSE DEPT-FILE
016990     END-IF.
017000 1900-EXIT.
017010     EXIT.
017020
017030*      1950-LOAD-LIAB-TABLE READS PAY-LIAB-ACCOUNTS.DAT. A MISSING
017040*      FILE, OR A BRACKET OR CODE WITH NO LINE, LEAVES THAT
017050*      JOURNAL LINE'S ACCOUNT BLANK FOR FINANCE TO SEE.
017060 1950-LOAD-LIAB-TABLE.
017070     MOVE 'N' TO WS-LIAB-EOF.
017080     OPEN INPUT LIAB-FILE.
017090     IF WS-LIAB-STATUS = '35'
017100         MOVE 'Y' TO WS-LIAB-EOF
017110         DISPLAY "PAY-LIAB-ACCOUNTS.DAT NOT ON FILE -- PAYROLL "
017120             "JOURNAL LIABILITY ACCOUNTS LEFT BLANK"
017130     ELSE
017140         PERFORM UNTIL WS-LIAB-EOF-YES
017150             READ LIAB-FILE INTO LIAB-REC
017160                 AT END
017170                     MOVE 'Y' TO WS-LIAB-EOF
017180                 NOT AT END
017190                     IF WS-LIAB-COUNT < 100
017200                         ADD 1 TO WS-LIAB-COUNT
017210                         MOVE LA-KIND TO
017220                             WS-LIAB-KIND (WS-LIAB-COUNT)
017230                         MOVE LA-KEY TO
017240                             WS-LIAB-KEY (WS-LIAB-COUNT)
017250                         MOVE LA-ACCT TO
017260                             WS-LIAB-ACCT (WS-LIAB-COUNT)
017270                     ELSE
017280                         DISPLAY "PAY-LIAB-ACCOUNTS.DAT HAS MORE "
017290                             "THAN 100 ENTRIES -- EXTRA ROWS "
017300                             "IGNORED"
017310                     END-IF
017320             END-READ
017330         END-PERFORM
017340         CLOSE LIAB-FILE
017350     END-IF.
017360 1950-EXIT.
017370     EXIT.
017380
017390*      1960-LOAD-LABOR-TABLE READS LABOR-DISTRIBUTION.DAT, AFTER
017400*      THE DEPARTMENT MASTER IT IS HELD AGAINST. A SPLIT THAT
017410*      NAMES AN UNKNOWN DEPARTMENT, REPEATS ONE, CARRIES NO
017420*      PERCENT, RUNS PAST FIVE DEPARTMENTS, OR DOES NOT TOTAL
017430*      100.00 IS IGNORED WITH A CONSOLE NOTE, AND THAT EMPLOYEE
017435*      CHARGES THE HOME DEPARTMENT. NO FILE MEANS NO ONE IS SPLIT,
017440*      AND SO DOES A FILE THAT WILL NOT OPEN, AFTER A CONSOLE
017445*      NOTE.
017450 1960-LOAD-LABOR-TABLE.
017460     MOVE 'N' TO WS-LABOR-EOF.
017470     MOVE ZERO TO WS-LD-COUNT.
017480     OPEN INPUT LABOR-FILE.
017490     IF WS-LABOR-STATUS NOT = '00'
017500         MOVE 'Y' TO WS-LABOR-EOF
017501         IF WS-LABOR-STATUS NOT = '35'
017503             DISPLAY "LABOR-DISTRIBUTION.DAT NOT AVAILABLE, "
017505                 "STATUS: " WS-LABOR-STATUS
017506                 " -- NO LABOR SPLITS APPLIED"
017508         END-IF
017510     ELSE
017520         PERFORM UNTIL WS-LABOR-EOF-YES
017530             READ LABOR-FILE INTO LABOR-REC
017540                 AT END
017550                     MOVE 'Y' TO WS-LABOR-EOF
017560                 NOT AT END
017570                     PERFORM 1961-LOAD-LABOR-LINE THRU 1961-EXIT
017580             END-READ
017590         END-PERFORM
017600         CLOSE LABOR-FILE
017610         PERFORM 1963-CHECK-LABOR-TOTAL THRU 1963-EXIT
017620             VARYING WS-LD-SUB FROM 1 BY 1
017630             UNTIL WS-LD-SUB > WS-LD-COUNT
017640     END-IF.
017650 1960-EXIT.
017660     EXIT.
017670
017680*      1961-LOAD-LABOR-LINE ADDS ONE LABOR-DISTRIBUTION.DAT LINE
017690*      TO ITS EMPLOYEE'S ENTRY, OPENING THE ENTRY ON THE
017700*      EMPLOYEE'S FIRST LINE.
017710 1961-LOAD-LABOR-LINE.
017720     IF LD-REC-EMP-ID IS NOT NUMERIC
017730         DISPLAY "LABOR-DISTRIBUTION.DAT LINE WITH NO EMP-ID "
017740             "IGNORED: " LABOR-REC
017750     ELSE
017760         MOVE ZERO TO WS-LD-HIT
017770         PERFORM VARYING WS-LD-SUB FROM 1 BY 1
017780                 UNTIL WS-LD-SUB > WS-LD-COUNT
017790                 OR WS-LD-HIT > ZERO
017800             IF WS-LD-ID (WS-LD-SUB) = LD-REC-EMP-ID
017810                 MOVE WS-LD-SUB TO WS-LD-HIT
017820             END-IF
017830         END-PERFORM
017840         IF WS-LD-HIT = ZERO
017850             IF WS-LD-COUNT < 200
017860                 ADD 1 TO WS-LD-COUNT
017870                 MOVE WS-LD-COUNT   TO WS-LD-HIT
017880                 MOVE LD-REC-EMP-ID TO WS-LD-ID (WS-LD-HIT)
017890                 MOVE 'Y'           TO WS-LD-VALID-SW (WS-LD-HIT)
017900                 MOVE ZERO          TO WS-LD-TOTAL (WS-LD-HIT)
017910                 MOVE ZERO          TO WS-LD-SHARES (WS-LD-HIT)
017920             ELSE
017930                 IF NOT WS-LD-TABLE-FULL
017940                     SET WS-LD-TABLE-FULL TO TRUE
017950                     DISPLAY "LABOR-DISTRIBUTION.DAT HAS MORE "
017960                         "THAN 200 EMPLOYEES -- EXTRA SPLITS "
017970                         "IGNORED"
017980                 END-IF
017990             END-IF
018000         END-IF
018010         IF WS-LD-HIT > ZERO
018020             IF WS-LD-VALID (WS-LD-HIT)
018030                 PERFORM 1962-EDIT-LABOR-LINE THRU 1962-EXIT
018040             END-IF
018050         END-IF
018060     END-IF.
018070 1961-EXIT.
018080     EXIT.
018090
018100*      1962-EDIT-LABOR-LINE HOLDS ONE LINE AGAINST THE RULES AND
018110*      EITHER ADDS ITS SHARE TO THE EMPLOYEE OR MARKS THE WHOLE
018120*      SPLIT NOT VALID.
018130 1962-EDIT-LABOR-LINE.
018140     MOVE SPACES TO WS-LD-REASON.
018150     MOVE 'N' TO WS-LD-DEPT-SW.
018160     PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
018170             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
018180             OR WS-LD-DEPT-KNOWN
018190         IF WS-DEPT-CODE (WS-DEPT-SUB) = LD-REC-DEPT
018200             SET WS-LD-DEPT-KNOWN TO TRUE
018210         END-IF
018220     END-PERFORM.
018230     MOVE 'N' TO WS-LD-DUP-SW.
018240     PERFORM VARYING WS-LD-SHARE-SUB FROM 1 BY 1
018250             UNTIL WS-LD-SHARE-SUB > WS-LD-SHARES (WS-LD-HIT)
018260         IF WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB) = LD-REC-DEPT
018270             SET WS-LD-DUP-DEPT TO TRUE
018280         END-IF
018290     END-PERFORM.
018300     EVALUATE TRUE
018310         WHEN LD-REC-PCT IS NOT NUMERIC
018320             MOVE "PERCENT NOT NUMERIC" TO WS-LD-REASON
018330         WHEN LD-REC-PCT = ZERO
018340             MOVE "ZERO PERCENT" TO WS-LD-REASON
018350         WHEN NOT WS-LD-DEPT-KNOWN
018360             MOVE "DEPT NOT ON DEPT-MASTER.DAT" TO WS-LD-REASON
018370         WHEN WS-LD-DUP-DEPT
018380             MOVE "DEPT LISTED TWICE" TO WS-LD-REASON
018390         WHEN WS-LD-SHARES (WS-LD-HIT) NOT < 5
018400             MOVE "MORE THAN 5 DEPARTMENTS" TO WS-LD-REASON
018410         WHEN OTHER
018420             ADD 1 TO WS-LD-SHARES (WS-LD-HIT)
018430             MOVE WS-LD-SHARES (WS-LD-HIT) TO WS-LD-SHARE-SUB
018440             MOVE LD-REC-DEPT TO
018450                 WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB)
018460             MOVE LD-REC-PCT TO
018470                 WS-LD-PCT (WS-LD-HIT WS-LD-SHARE-SUB)
018480             ADD LD-REC-PCT TO WS-LD-TOTAL (WS-LD-HIT)
018490     END-EVALUATE.
018500     IF WS-LD-REASON NOT = SPACES
018510         MOVE 'N' TO WS-LD-VALID-SW (WS-LD-HIT)
018520         DISPLAY "LABOR SPLIT FOR EMP-ID " LD-REC-EMP-ID
018530             " IGNORED -- " LD-REC-DEPT " " WS-LD-REASON
018540     END-IF.
018550 1962-EXIT.
018560     EXIT.
018570
018580*      1963-CHECK-LABOR-TOTAL HOLDS EACH EMPLOYEE'S SPLIT, ONCE
018590*      ALL OF ITS LINES ARE IN, TO A TOTAL OF EXACTLY 100.00.
018600 1963-CHECK-LABOR-TOTAL.
018610     IF WS-LD-VALID (WS-LD-SUB)
018620             AND WS-LD-TOTAL (WS-LD-SUB) NOT = 100
018630         MOVE 'N' TO WS-LD-VALID-SW (WS-LD-SUB)
018640         MOVE WS-LD-TOTAL (WS-LD-SUB) TO WS-LD-TOTAL-ED
018650         DISPLAY "LABOR SPLIT FOR EMP-ID " WS-LD-ID (WS-LD-SUB)
018660             " IGNORED -- TOTALS " WS-LD-TOTAL-ED
018670             " PERCENT, NOT 100"
018680     END-IF.
018690 1963-EXIT.
018700     EXIT.
018710
018720*      2450-ROLL-JOURNAL ADDS THE CURRENT EMPLOYEE'S GROSS TO
018730*      THEIR DEPARTMENT -- OR ACROSS THEIR LABOR SPLIT'S
018740*      DEPARTMENTS -- AND THEIR TAX TO THE BRACKET THAT PRICED
018750*      IT (FLOOR ZERO WHEN THE DEFAULT RATE APPLIED).
018760 2450-ROLL-JOURNAL.
018770     PERFORM 2456-FIND-LABOR-SPLIT THRU 2456-EXIT.
018780     IF WS-LD-HIT = ZERO
018790         MOVE OUT-DEPT     TO WS-JRNL-WORK-DEPT
018800         MOVE WS-GROSS-PAY TO WS-JRNL-WORK-GROSS
018810         PERFORM 2452-ROLL-JOURNAL-DEPT THRU 2452-EXIT
018820     ELSE
018830         MOVE WS-GROSS-PAY TO WS-JRNL-GROSS-LEFT
018840         PERFORM 2454-ROLL-JOURNAL-SHARE THRU 2454-EXIT
018850             VARYING WS-LD-SHARE-SUB FROM 1 BY 1
018860             UNTIL WS-LD-SHARE-SUB > WS-LD-SHARES (WS-LD-HIT)
018870     END-IF.
018880
018890     MOVE 'N' TO WS-JRNL-FOUND-SW.
018900     PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
018910             UNTIL WS-JRNL-SUB > WS-JTAX-COUNT
018920             OR WS-JRNL-FOUND
018930         IF WS-JTAX-FLOOR (WS-JRNL-SUB) = WS-TAX-FLOOR-USED
018940             SET WS-JRNL-FOUND TO TRUE
018950             MOVE WS-JRNL-SUB TO WS-JRNL-HIT
018960         END-IF
018970     END-PERFORM.
018980*          THE TABLE HAS ONE MORE SLOT THAN WS-TAX-TABLE HAS
018990*          BRACKETS -- THE EXTRA ONE IS FOR THE DEFAULT RATE.
019000     IF NOT WS-JRNL-FOUND
019010         ADD 1 TO WS-JTAX-COUNT
019020         MOVE WS-JTAX-COUNT TO WS-JRNL-HIT
019030         MOVE WS-TAX-FLOOR-USED TO WS-JTAX-FLOOR (WS-JRNL-HIT)
019040         MOVE ZERO TO WS-JTAX-AMT (WS-JRNL-HIT)
019050     END-IF.
019060     ADD WS-TAX-AMOUNT TO WS-JTAX-AMT (WS-JRNL-HIT).
019070 2450-EXIT.
019080     EXIT.
019090
019100*      2452-ROLL-JOURNAL-DEPT ADDS WS-JRNL-WORK-GROSS TO THE
019110*      JOURNAL ENTRY FOR WS-JRNL-WORK-DEPT, OPENING IT IF NEED BE.
019120 2452-ROLL-JOURNAL-DEPT.
019130     MOVE 'N' TO WS-JRNL-FOUND-SW.
019140     PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
019150             UNTIL WS-JRNL-SUB > WS-JDEPT-COUNT
019160             OR WS-JRNL-FOUND
019170         IF WS-JDEPT-CODE (WS-JRNL-SUB) = WS-JRNL-WORK-DEPT
019180             SET WS-JRNL-FOUND TO TRUE
019190             MOVE WS-JRNL-SUB TO WS-JRNL-HIT
019200         END-IF
019210     END-PERFORM.
019220     IF NOT WS-JRNL-FOUND
019230         IF WS-JDEPT-COUNT < 100
019240             ADD 1 TO WS-JDEPT-COUNT
019250             MOVE WS-JDEPT-COUNT TO WS-JRNL-HIT
019260             MOVE WS-JRNL-WORK-DEPT TO WS-JDEPT-CODE (WS-JRNL-HIT)
019270             MOVE ZERO TO WS-JDEPT-GROSS (WS-JRNL-HIT)
019280         ELSE
019290             MOVE 100 TO WS-JRNL-HIT
019300             DISPLAY "MORE THAN 100 DEPARTMENTS PAID -- DEPT "
019310                 WS-JRNL-WORK-DEPT " CHARGED WITH "
019320                 WS-JDEPT-CODE (100)
019330         END-IF
019340     END-IF.
019350     ADD WS-JRNL-WORK-GROSS TO WS-JDEPT-GROSS (WS-JRNL-HIT).
019360 2452-EXIT.
019370     EXIT.
019380
019390*      2454-ROLL-JOURNAL-SHARE CHARGES ONE DEPARTMENT ITS SHARE
019400*      OF A SPLIT EMPLOYEE'S GROSS. THE LAST SHARE TAKES WHAT IS
019410*      LEFT, SO NO PENNY OF ROUNDING GOES UNCHARGED.
019420 2454-ROLL-JOURNAL-SHARE.
019430     MOVE WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB) TO
019440         WS-JRNL-WORK-DEPT.
019450     IF WS-LD-SHARE-SUB = WS-LD-SHARES (WS-LD-HIT)
019460         MOVE WS-JRNL-GROSS-LEFT TO WS-JRNL-WORK-GROSS
019470     ELSE
019480         COMPUTE WS-JRNL-WORK-GROSS ROUNDED =
019490             WS-GROSS-PAY *
019500             WS-LD-PCT (WS-LD-HIT WS-LD-SHARE-SUB) / 100
019510         SUBTRACT WS-JRNL-WORK-GROSS FROM WS-JRNL-GROSS-LEFT
019520     END-IF.
019530     PERFORM 2452-ROLL-JOURNAL-DEPT THRU 2452-EXIT.
019540 2454-EXIT.
019550     EXIT.
019560
019570*      2456-FIND-LABOR-SPLIT LOOKS OUT-ID UP ON THE LABOR TABLE,
019580*      LEAVING THE ENTRY IN WS-LD-HIT -- ZERO WHEN THE EMPLOYEE
019590*      HAS NO SPLIT, OR ONLY ONE THAT FAILED VALIDATION.
019600 2456-FIND-LABOR-SPLIT.
019610     MOVE ZERO TO WS-LD-HIT.
019620     PERFORM VARYING WS-LD-SUB FROM 1 BY 1
019630             UNTIL WS-LD-SUB > WS-LD-COUNT
019640             OR WS-LD-HIT > ZERO
019650         IF WS-LD-ID (WS-LD-SUB) = OUT-ID
019660                 AND WS-LD-VALID (WS-LD-SUB)
019670             MOVE WS-LD-SUB TO WS-LD-HIT
019680         END-IF
019690     END-PERFORM.
019700 2456-EXIT.
019710     EXIT.
019720
019730*      3500-WRITE-PAY-JOURNAL WRITES PAY-GL-JOURNAL.DAT FOR THE
019740*      PERIOD. DEBITS ARE EACH DEPARTMENT'S GROSS; CREDITS ARE
019750*      TAX BY BRACKET, EACH DEDUCTION CODE, AND NET PAY -- THE
019760*      BANK LINE IS WS-BANK-HASH, THE VERY FIGURE ON THE BANK-
019770*      EXTRACT.DAT TRAILER, SO THE CLEARING ACCOUNT EMPTIES WHEN
019780*      THE BANK SETTLES. NET THAT WENT TO PRINTED CHECKS IS
019790*      CREDITED TO ITS OWN ACCOUNT (DEBITED IF NEGATIVE). GROSS
019800*      LESS TAX LESS DEDUCTIONS IS NET FOR EVERY EMPLOYEE, SO THE
019810*      JOURNAL BALANCES; THE TRAILER CARRIES BOTH SIDES TO PROVE
019820*      IT, AND A JOURNAL THAT DOES NOT BALANCE ENDS THE RUN WITH
019830*      RETURN-CODE 8.
019840 3500-WRITE-PAY-JOURNAL.
019850     OPEN OUTPUT PAY-JOURNAL.
019860     MOVE SPACES               TO JOURNAL-HDR-REC.
019870     MOVE 'H'                  TO JH-TYPE.
019880     MOVE WS-RUN-DATE          TO JH-RUN-DATE.
019890     MOVE WS-PERIOD-NO         TO JH-PERIOD.
019900     MOVE WS-PERIOD-CHECK-DATE TO JH-CHECK-DATE.
019910     WRITE JOURNAL-HDR-REC.
019920
019930     PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
019940             UNTIL WS-JRNL-SUB > WS-JDEPT-COUNT
019950         MOVE 'E' TO WS-JRNL-KIND
019960         MOVE SPACES TO WS-JRNL-REF
019970         MOVE WS-JDEPT-CODE (WS-JRNL-SUB) TO WS-JRNL-REF
019980         MOVE SPACES TO WS-JRNL-ACCT
019990         PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
020000                 UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
020010             IF WS-DEPT-CODE (WS-DEPT-SUB) =
020020                     WS-JDEPT-CODE (WS-JRNL-SUB)
020030                 MOVE WS-DEPT-ACCT (WS-DEPT-SUB) TO WS-JRNL-ACCT
020040             END-IF
020050         END-PERFORM
020060         COMPUTE WS-JRNL-AMOUNT =
020070             ZERO - WS-JDEPT-GROSS (WS-JRNL-SUB)
020080         PERFORM 3510-WRITE-JOURNAL-LINE THRU 3510-EXIT
020090     END-PERFORM.
020100
020110     PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
020120             UNTIL WS-JRNL-SUB > WS-JTAX-COUNT
020130         MOVE 'T' TO WS-JRNL-KIND
020140         MOVE WS-JTAX-FLOOR (WS-JRNL-SUB) TO WS-JRNL-REF-FLOOR
020150         PERFORM 3520-LOOKUP-LIAB THRU 3520-EXIT
020160         MOVE WS-JTAX-AMT (WS-JRNL-SUB) TO WS-JRNL-AMOUNT
020170         PERFORM 3510-WRITE-JOURNAL-LINE THRU 3510-EXIT
020180     END-PERFORM.
020190
020200     PERFORM VARYING WS-DED-SUB FROM 1 BY 1
020210             UNTIL WS-DED-SUB > WS-DED-COUNT
020220         MOVE 'D' TO WS-JRNL-KIND
020230         MOVE SPACES TO WS-JRNL-REF
020240         MOVE WS-DED-CODE (WS-DED-SUB) TO WS-JRNL-REF
020250         PERFORM 3520-LOOKUP-LIAB THRU 3520-EXIT
020260         MOVE WS-DED-TOTAL (WS-DED-SUB) TO WS-JRNL-AMOUNT
020270         PERFORM 3510-WRITE-JOURNAL-LINE THRU 3510-EXIT
020280     END-PERFORM.
020290
020300     MOVE 'N' TO WS-JRNL-KIND.
020310     MOVE SPACES TO WS-JRNL-REF.
020320     PERFORM 3520-LOOKUP-LIAB THRU 3520-EXIT.
020330     MOVE WS-BANK-HASH TO WS-JRNL-AMOUNT.
020340     PERFORM 3510-WRITE-JOURNAL-LINE THRU 3510-EXIT.
020350
020360     MOVE 'K' TO WS-JRNL-KIND.
020370     MOVE SPACES TO WS-JRNL-REF.
020380     PERFORM 3520-LOOKUP-LIAB THRU 3520-EXIT.
020390     MOVE WS-CHECK-NET-TOTAL TO WS-JRNL-AMOUNT.
020400     PERFORM 3510-WRITE-JOURNAL-LINE THRU 3510-EXIT.
020410
020420*          ADVANCE REPAYMENTS CREDIT THE ADVANCES RECEIVABLE
020430*          ACCOUNT (KIND 'A' ON PAY-LIAB-ACCOUNTS.DAT).
020440     MOVE 'A' TO WS-JRNL-KIND.
020450     MOVE SPACES TO WS-JRNL-REF.
020460     PERFORM 3520-LOOKUP-LIAB THRU 3520-EXIT.
020470     MOVE WS-ADV-TOTAL TO WS-JRNL-AMOUNT.
020480     PERFORM 3510-WRITE-JOURNAL-LINE THRU 3510-EXIT.
020490
020500     MOVE SPACES            TO JOURNAL-TRL-REC.
020510     MOVE 'T'               TO JT-TYPE.
020520     MOVE WS-JRNL-REC-COUNT TO JT-COUNT.
020530     MOVE WS-JRNL-HASH      TO JT-HASH.
020540     MOVE WS-JRNL-DEBITS    TO JT-DEBITS.
020550     MOVE WS-JRNL-CREDITS   TO JT-CREDITS.
020560     WRITE JOURNAL-TRL-REC.
020570     CLOSE PAY-JOURNAL.
020580     DISPLAY "PAYROLL JOURNAL WRITTEN, DETAIL LINES: "
020590         WS-JRNL-REC-COUNT.
020600     IF WS-JRNL-NO-ACCT > ZERO
020610         DISPLAY "PAYROLL JOURNAL LINES WITH NO ACCOUNT: "
020620             WS-JRNL-NO-ACCT " -- CHECK DEPT-MASTER.DAT AND "
020630             "PAY-LIAB-ACCOUNTS.DAT"
020640     END-IF.
020650     IF WS-JRNL-DEBITS NOT = WS-JRNL-CREDITS
020660         DISPLAY "PAYROLL JOURNAL OUT OF BALANCE -- DEBITS "
020670             WS-JRNL-DEBITS " CREDITS " WS-JRNL-CREDITS
020680         MOVE 8 TO RETURN-CODE
020690     END-IF.
020700 3500-EXIT.
020710     EXIT.
020720
020730*      3510-WRITE-JOURNAL-LINE WRITES ONE DETAIL LINE FROM THE
020740*      WS-JRNL- WORK FIELDS. WS-JRNL-AMOUNT IS SIGNED CREDIT-
020750*      POSITIVE; A ZERO AMOUNT WRITES NOTHING.
020760 3510-WRITE-JOURNAL-LINE.
020770     IF WS-JRNL-AMOUNT = ZERO
020780         GO TO 3510-EXIT
020790     END-IF.
020800     MOVE SPACES        TO JOURNAL-DTL-REC.
020810     MOVE 'D'           TO JD-TYPE.
020820     MOVE WS-JRNL-KIND  TO JD-KIND.
020830     MOVE WS-JRNL-REF   TO JD-REF.
020840     MOVE WS-JRNL-ACCT  TO JD-ACCT.
020850     IF WS-JRNL-AMOUNT > ZERO
020860         MOVE 'C' TO JD-DC
020870         MOVE WS-JRNL-AMOUNT TO JD-AMOUNT
020880         ADD JD-AMOUNT TO WS-JRNL-CREDITS
020890     ELSE
020900         MOVE 'D' TO JD-DC
020910         COMPUTE JD-AMOUNT = ZERO - WS-JRNL-AMOUNT
020920         ADD JD-AMOUNT TO WS-JRNL-DEBITS
020930     END-IF.
020940     WRITE JOURNAL-DTL-REC.
020950     ADD 1 TO WS-JRNL-REC-COUNT.
020960     ADD JD-AMOUNT TO WS-JRNL-HASH.
020970     IF WS-JRNL-ACCT = SPACES
020980         ADD 1 TO WS-JRNL-NO-ACCT
020990     END-IF.
021000 3510-EXIT.
021010     EXIT.
021020
021030*      3520-LOOKUP-LIAB FINDS THE LIABILITY ACCOUNT FOR WS-JRNL-
021040*      KIND/WS-JRNL-REF, OR LEAVES WS-JRNL-ACCT BLANK.
021050 3520-LOOKUP-LIAB.
021060     MOVE SPACES TO WS-JRNL-ACCT.
021070     PERFORM VARYING WS-LIAB-SUB FROM 1 BY 1
021080             UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
021090         IF WS-LIAB-KIND (WS-LIAB-SUB) = WS-JRNL-KIND
021100            AND WS-LIAB-KEY (WS-LIAB-SUB) = WS-JRNL-REF
021110             MOVE WS-LIAB-ACCT (WS-LIAB-SUB) TO WS-JRNL-ACCT
021120         END-IF
021130     END-PERFORM.
021140 3520-EXIT.
021150     EXIT.
021160
021170*      1760-LOAD-ADVANCES READS EMP-ADVANCE-MASTER.DAT. NO FILE
021178*      MEANS NO ADVANCES ARE OUTSTANDING. AN OVERFLOW, OR A MASTER
021186*      THAT IS THERE BUT WILL NOT OPEN, SETS WS-ADV-TABLE-FULL,
021194*      WHICH KEEPS 3250 FROM REWRITING (AND SO TRUNCATING) THE
021202*      MASTER.
021210 1760-LOAD-ADVANCES.
021220     MOVE 'N' TO WS-ADV-EOF.
021230     OPEN INPUT ADV-MASTER.
021240     IF WS-ADV-STATUS NOT = '00'
021250         MOVE 'Y' TO WS-ADV-EOF
021251         IF WS-ADV-STATUS NOT = '35'
021252             SET WS-ADV-TABLE-FULL TO TRUE
021254             DISPLAY "EMP-ADVANCE-MASTER.DAT NOT AVAILABLE, "
021255                 "STATUS: " WS-ADV-STATUS
021257                 " -- NO ADVANCES COLLECTED"
021258         END-IF
021260     ELSE
021270         PERFORM UNTIL WS-ADV-EOF-YES
021280             READ ADV-MASTER
021290                 AT END
021300                     MOVE 'Y' TO WS-ADV-EOF
021310                 NOT AT END
021320                     PERFORM 1770-LOAD-ADVANCE-LINE THRU 1770-EXIT
021330             END-READ
021340         END-PERFORM
021350         CLOSE ADV-MASTER
021360     END-IF.
021370 1760-EXIT.
021380     EXIT.
021390
021400 1770-LOAD-ADVANCE-LINE.
021410     IF AV-TYPE = 'A'
021420         IF WS-ADV-COUNT < 500
021430             ADD 1 TO WS-ADV-COUNT
021440             MOVE ADV-HDR-REC TO WS-ADV-ENTRY (WS-ADV-COUNT)
021450         ELSE
021460             IF NOT WS-ADV-TABLE-FULL
021470                 SET WS-ADV-TABLE-FULL TO TRUE
021480                 DISPLAY "EMP-ADVANCE-MASTER.DAT HAS MORE THAN "
021490                     "500 ADVANCES -- MASTER WILL NOT BE "
021500                     "REWRITTEN"
021510             END-IF
021520         END-IF
021530     ELSE
021540         IF WS-ADVS-COUNT < 5000
021550             ADD 1 TO WS-ADVS-COUNT
021560             MOVE ADV-SCHED-REC TO WS-ADVS-ENTRY (WS-ADVS-COUNT)
021570         ELSE
021580             IF NOT WS-ADV-TABLE-FULL
021590                 SET WS-ADV-TABLE-FULL TO TRUE
021600                 DISPLAY "EMP-ADVANCE-MASTER.DAT HAS MORE THAN "
021610                     "5000 SCHEDULE LINES -- MASTER WILL NOT BE "
021620                     "REWRITTEN"
021630             END-IF
021640         END-IF
021650     END-IF.
021660 1770-EXIT.
021670     EXIT.
021680
021690*      2250-TAKE-ADVANCE CHARGES THE CURRENT EMPLOYEE'S ADVANCE
021700*      INSTALLMENT FOR THE PERIOD, IF THEY HAVE ONE. AN OPEN
021710*      ADVANCE TAKES ITS NEXT SCHEDULE LINE; THE LAST LINE CLOSES
021720*      IT AS PAID OFF. AN ADVANCE THAT ALREADY TOOK THIS PERIOD'S
021730*      INSTALLMENT (A RERUN OF THE PERIOD) CHARGES THE SAME LINE
021740*      AGAIN WITHOUT MOVING THE COUNT, SO THE RERUN PAYS THE SAME
021750*      NET AS THE FIRST RUN AND THE BALANCE DROPS ONLY ONCE.
021760 2250-TAKE-ADVANCE.
021770     MOVE 'N' TO WS-ADV-FOUND-SW.
021780     MOVE ZERO TO WS-ADV-PAY-NO.
021790     PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
021800             UNTIL WS-ADV-SUB > WS-ADV-COUNT
021810             OR WS-ADV-FOUND
021820         IF WS-ADV-EMP-ID (WS-ADV-SUB) = OUT-ID
021830             IF WS-ADV-LAST-PERIOD (WS-ADV-SUB) = WS-PERIOD-NO
021840                AND WS-ADV-LAST-CHECK (WS-ADV-SUB) =
021850                    WS-PERIOD-CHECK-DATE
021860                 SET WS-ADV-FOUND TO TRUE
021870                 MOVE WS-ADV-SUB TO WS-ADV-HIT
021880                 MOVE WS-ADV-PAID-COUNT (WS-ADV-SUB) TO
021890                     WS-ADV-PAY-NO
021900             ELSE
021910                 IF WS-ADV-OPEN (WS-ADV-SUB)
021920                     SET WS-ADV-FOUND TO TRUE
021930                     MOVE WS-ADV-SUB TO WS-ADV-HIT
021940                     COMPUTE WS-ADV-PAY-NO =
021950                         WS-ADV-PAID-COUNT (WS-ADV-SUB) + 1
021960                 END-IF
021970             END-IF
021980         END-IF
021990     END-PERFORM.
022000     IF NOT WS-ADV-FOUND
022010         GO TO 2250-EXIT
022020     END-IF.
022030
022040     MOVE ZERO TO WS-ADVS-HIT.
022050     PERFORM VARYING WS-ADVS-SUB FROM 1 BY 1
022060             UNTIL WS-ADVS-SUB > WS-ADVS-COUNT
022070             OR WS-ADVS-HIT > ZERO
022080         IF WS-ADVS-EMP-ID (WS-ADVS-SUB) = OUT-ID
022090            AND WS-ADVS-BOOK-DATE (WS-ADVS-SUB) =
022100                WS-ADV-BOOK-DATE (WS-ADV-HIT)
022110            AND WS-ADVS-PAY-NO (WS-ADVS-SUB) = WS-ADV-PAY-NO
022120             MOVE WS-ADVS-SUB TO WS-ADVS-HIT
022130         END-IF
022140     END-PERFORM.
022150     IF WS-ADVS-HIT = ZERO
022160         DISPLAY "ADVANCE FOR EMP-ID " OUT-ID " HAS NO SCHEDULE "
022170             "LINE " WS-ADV-PAY-NO " -- NO INSTALLMENT TAKEN"
022180         GO TO 2250-EXIT
022190     END-IF.
022200
022210     IF WS-ADVS-PAYMENT (WS-ADVS-HIT) >
022220             WS-GROSS-PAY - WS-TAX-AMOUNT - WS-DED-THIS-EMP
022230         DISPLAY "ADVANCE FOR EMP-ID " OUT-ID " EXCEEDS NET PAY "
022240             "-- INSTALLMENT " WS-ADV-PAY-NO " NOT TAKEN"
022250         GO TO 2250-EXIT
022260     END-IF.
022270     MOVE WS-ADVS-PAYMENT (WS-ADVS-HIT) TO WS-EMP-ADV-AMT.
022280     ADD WS-EMP-ADV-AMT TO WS-DED-THIS-EMP.
022290     ADD WS-EMP-ADV-AMT TO WS-ADV-TOTAL.
022300     ADD 1 TO WS-ADV-TAKEN-COUNT.
022310     IF WS-ADV-PAY-NO > WS-ADV-PAID-COUNT (WS-ADV-HIT)
022320         MOVE WS-ADV-PAY-NO TO WS-ADV-PAID-COUNT (WS-ADV-HIT)
022330         MOVE WS-ADVS-BALANCE (WS-ADVS-HIT) TO
022340             WS-ADV-BALANCE (WS-ADV-HIT)
022350         MOVE WS-PERIOD-NO TO WS-ADV-LAST-PERIOD (WS-ADV-HIT)
022360         MOVE WS-PERIOD-CHECK-DATE TO
022370             WS-ADV-LAST-CHECK (WS-ADV-HIT)
022380         IF WS-ADV-PAY-NO NOT < WS-ADV-TERM (WS-ADV-HIT)
022390             MOVE 'P' TO WS-ADV-STAT (WS-ADV-HIT)
022400             MOVE ZERO TO WS-ADV-BALANCE (WS-ADV-HIT)
022410         END-IF
022420     END-IF.
022430     IF WS-ADV-PAID-OFF (WS-ADV-HIT)
022440         ADD 1 TO WS-ADV-PAIDOFF-COUNT
022450     END-IF.
022460
022470     MOVE SPACES TO REGISTER-LINE.
022480     MOVE WS-EMP-ADV-AMT TO WS-REG-AMOUNT-ED.
022490     MOVE WS-ADV-BALANCE (WS-ADV-HIT) TO WS-REG-NET-ED.
022500     IF WS-ADV-PAID-OFF (WS-ADV-HIT)
022510         STRING "      " WS-ADV-CODE " " WS-ADV-DESC "      "
022520             WS-REG-AMOUNT-ED "  PAID OFF"
022530             DELIMITED BY SIZE INTO REGISTER-LINE
022540     ELSE
022550         STRING "      " WS-ADV-CODE " " WS-ADV-DESC "      "
022560             WS-REG-AMOUNT-ED "  BAL" WS-REG-NET-ED
022570             DELIMITED BY SIZE INTO REGISTER-LINE
022580     END-IF.
022590     WRITE REGISTER-LINE.
022600 2250-EXIT.
022610     EXIT.
022620
022630*      2440-POST-YTD-ADV ADDS THE EMPLOYEE'S ADVANCE INSTALLMENT
022640*      TO THEIR YEAR-TO-DATE LINE UNDER WS-ADV-CODE, THE SAME WAY
022650*      2430-POST-YTD-DED POSTS A DEDUCT-RULES.DAT CODE.
022660 2440-POST-YTD-ADV.
022670     MOVE 'N' TO WS-YTD-SLOT-SW.
022680     PERFORM VARYING WS-YTD-SLOT FROM 1 BY 1
022690             UNTIL WS-YTD-SLOT > 10
022700             OR WS-YTD-SLOT-FOUND
022710         IF WS-YTD-DED-CODE (WS-YTD-HIT WS-YTD-SLOT) = WS-ADV-CODE
022720             OR WS-YTD-DED-CODE (WS-YTD-HIT WS-YTD-SLOT) = SPACES
022730             SET WS-YTD-SLOT-FOUND TO TRUE
022740         END-IF
022750     END-PERFORM.
022760     IF WS-YTD-SLOT-FOUND
022770         SUBTRACT 1 FROM WS-YTD-SLOT
022780         MOVE WS-ADV-CODE TO
022790             WS-YTD-DED-CODE (WS-YTD-HIT WS-YTD-SLOT)
022800         ADD WS-EMP-ADV-AMT TO
022810             WS-YTD-DED-AMT (WS-YTD-HIT WS-YTD-SLOT)
022820     ELSE
022830         DISPLAY "YTD LINE FOR EMP-ID " OUT-ID " HAS NO ROOM "
022840             "FOR DEDUCTION CODE " WS-ADV-CODE
022850     END-IF.
022860 2440-EXIT.
022870     EXIT.
022880
022890*      2700-SWEEP-ADVANCES RUNS AFTER EVERYONE HAS BEEN PAID. AN
022900*      OPEN ADVANCE WHOSE EMPLOYEE IS NO LONGER ON
022910*      EMPLOYEE-OUT.DAT (TERMINATED -- FINAL PAY HAS ALREADY TAKEN
022920*      ITS LAST INSTALLMENT) OR IS ON LEAVE STOPS HERE: IT IS
022930*      MARKED FOR COLLECTION AND ITS BALANCE LISTED ON
022940*      ADVANCE-EXCEPTIONS.RPT.
022950*      ONE MARKED BY AN EARLIER RUN OF THIS SAME PERIOD IS LISTED
022960*      AGAIN, SO A RERUN'S REPORT IS COMPLETE.
022970 2700-SWEEP-ADVANCES.
022980     OPEN OUTPUT ADV-EXC-RPT.
022990     MOVE SPACES TO ADV-EXC-LINE.
023000     STRING "ADVANCES SENT TO COLLECTION -- PAY PERIOD "
023010         WS-PERIOD-NO " CHECK DATE " WS-PERIOD-CHECK-DATE
023020         DELIMITED BY SIZE INTO ADV-EXC-LINE.
023030     WRITE ADV-EXC-LINE.
023040     MOVE SPACES TO ADV-EXC-LINE.
023050     WRITE ADV-EXC-LINE.
023060     PERFORM 2710-SWEEP-ONE-ADVANCE THRU 2710-EXIT
023070         VARYING WS-ADV-SUB FROM 1 BY 1
023080         UNTIL WS-ADV-SUB > WS-ADV-COUNT.
023090     MOVE SPACES TO ADV-EXC-LINE.
023100     WRITE ADV-EXC-LINE.
023110     MOVE WS-ADV-COLL-TOTAL TO WS-REG-NET-ED.
023120     MOVE SPACES TO ADV-EXC-LINE.
023130     STRING "ADVANCES: " WS-ADV-COLL-COUNT
023140         "  BALANCE TO COLLECT: "
023150         WS-REG-NET-ED
023160         DELIMITED BY SIZE INTO ADV-EXC-LINE.
023170     WRITE ADV-EXC-LINE.
023180     CLOSE ADV-EXC-RPT.
023190     IF WS-ADV-COLL-COUNT > ZERO
023200         DISPLAY "ADVANCES SENT TO COLLECTION: " WS-ADV-COLL-COUNT
023210             " -- CHECK ADVANCE-EXCEPTIONS.RPT"
023220     END-IF.
023230 2700-EXIT.
023240     EXIT.
023250
023260 2710-SWEEP-ONE-ADVANCE.
023270     IF WS-ADV-OPEN (WS-ADV-SUB)
023280         MOVE WS-ADV-EMP-ID (WS-ADV-SUB) TO OUT-ID
023290         READ EMP-OUT
023300             INVALID KEY
023310                 MOVE 'T' TO WS-ADV-COLL-REASON (WS-ADV-SUB)
023320             NOT INVALID KEY
023330                 IF OUT-ON-LEAVE
023340                     MOVE 'L' TO WS-ADV-COLL-REASON (WS-ADV-SUB)
023350                 END-IF
023360         END-READ
023370         IF WS-ADV-COLL-REASON (WS-ADV-SUB) = 'T'
023380                 OR WS-ADV-COLL-REASON (WS-ADV-SUB) = 'L'
023390             MOVE 'C' TO WS-ADV-STAT (WS-ADV-SUB)
023400             MOVE WS-PERIOD-CHECK-DATE TO
023410                 WS-ADV-COLL-CHECK (WS-ADV-SUB)
023420         END-IF
023430     END-IF.
023440     IF NOT WS-ADV-IN-COLLECTION (WS-ADV-SUB)
023450         GO TO 2710-EXIT
023460     END-IF.
023470     IF WS-ADV-COLL-CHECK (WS-ADV-SUB) NOT = WS-PERIOD-CHECK-DATE
023480         GO TO 2710-EXIT
023490     END-IF.
023500     IF WS-ADV-COLL-REASON (WS-ADV-SUB) = 'L'
023510         MOVE "ON LEAVE" TO WS-ADV-REASON-TEXT
023520     ELSE
023530         MOVE "TERMINATED" TO WS-ADV-REASON-TEXT
023540     END-IF.
023550     MOVE WS-ADV-BALANCE (WS-ADV-SUB) TO WS-REG-NET-ED.
023560     MOVE SPACES TO ADV-EXC-LINE.
023570     STRING "EMP-ID " WS-ADV-EMP-ID (WS-ADV-SUB)
023580         " BOOKED " WS-ADV-BOOK-DATE (WS-ADV-SUB)
023590         " PAID " WS-ADV-PAID-COUNT (WS-ADV-SUB)
023600         " OF " WS-ADV-TERM (WS-ADV-SUB) " "
023610         WS-ADV-REASON-TEXT " BAL" WS-REG-NET-ED
023620         DELIMITED BY SIZE INTO ADV-EXC-LINE.
023630     WRITE ADV-EXC-LINE.
023640     ADD 1 TO WS-ADV-COLL-COUNT.
023650     ADD WS-ADV-BALANCE (WS-ADV-SUB) TO WS-ADV-COLL-TOTAL.
023660 2710-EXIT.
023670     EXIT.
023680
023690*      3250-WRITE-ADVANCE-MASTER REWRITES EMP-ADVANCE-MASTER.DAT
023700*      WITH THE PERIOD'S INSTALLMENTS AND STATUS CHANGES -- EACH
023710*      ADVANCE FOLLOWED BY ITS SCHEDULE LINES AS LOADED.
023720 3250-WRITE-ADVANCE-MASTER.
023730     IF WS-ADV-TABLE-FULL
023740         DISPLAY "EMP-ADVANCE-MASTER.DAT NOT REWRITTEN -- TABLE "
023750             "FULL, PERIOD " WS-PERIOD-NO " INSTALLMENTS NOT KEPT"
023760         GO TO 3250-EXIT
023770     END-IF.
023780     IF WS-ADV-COUNT = ZERO
023790         GO TO 3250-EXIT
023800     END-IF.
023810     OPEN OUTPUT ADV-MASTER.
023820     PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
023830             UNTIL WS-ADV-SUB > WS-ADV-COUNT
023840         MOVE WS-ADV-ENTRY (WS-ADV-SUB) TO ADV-HDR-REC
023850         WRITE ADV-HDR-REC
023860         PERFORM VARYING WS-ADVS-SUB FROM 1 BY 1
023870                 UNTIL WS-ADVS-SUB > WS-ADVS-COUNT
023880             IF WS-ADVS-EMP-ID (WS-ADVS-SUB) =
023890                     WS-ADV-EMP-ID (WS-ADV-SUB)
023900                AND WS-ADVS-BOOK-DATE (WS-ADVS-SUB) =
023910                     WS-ADV-BOOK-DATE (WS-ADV-SUB)
023920                 MOVE WS-ADVS-ENTRY (WS-ADVS-SUB) TO ADV-SCHED-REC
023930                 WRITE ADV-SCHED-REC
023940             END-IF
023950         END-PERFORM
023960     END-PERFORM.
023970     CLOSE ADV-MASTER.
023980 3250-EXIT.
023990     EXIT.
024000
024010*      6000-BOOK-ADVANCE IS THE 'A' RUN ('PAYROLL-CALC A 10023').
024020*      THE LOANS DESK PRICES THE ADVANCE AS A CALCULATOR INTEREST
024030*      TICKET -- ANNUAL RATE, TERM IN YEARS -- AND THIS RUN BOOKS
024040*      THE LATEST SCHEDULE ON CALC-AMORT-SCHEDULE.DAT TO THE
024050*      EMPLOYEE. EACH YEAR'S LINE IS SPLIT INTO ONE INSTALLMENT
024060*      PER PAY PERIOD AT THE PAY-CALENDAR.DAT FREQUENCY IN FORCE
024070*      TODAY; THE ROUNDING CENTS FALL ON EACH YEAR'S LAST
024080*      INSTALLMENT, SO THE YEAR STILL ENDS ON CALCULATOR'S
024090*      BALANCE. IT IS REFUSED (RETURN-CODE 8, NOTHING WRITTEN)
024100*      FOR AN EMP-ID NOT ON EMPLOYEE-OUT.DAT, AN EMPLOYEE WHO
024110*      ALREADY HAS AN OPEN ADVANCE, A SCHEDULE THAT IS FLAGGED OR
024120*      INCOMPLETE, ONE ALREADY BOOKED, NO CALENDAR PERIOD FOR
024130*      TODAY, OR A TERM OF MORE THAN 999 INSTALLMENTS.
024140 6000-BOOK-ADVANCE.
024150     MOVE 'Y' TO WS-BOOK-OK-SW.
024160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024170     IF WS-ADV-EMP-ARG NOT NUMERIC
024180         DISPLAY "ADVANCE NOT BOOKED -- GIVE THE EMP-ID, E.G. "
024190             "PAYROLL-CALC A 10023"
024200         MOVE 8 TO RETURN-CODE
024210         GO TO 6000-EXIT
024220     END-IF.
024230     OPEN INPUT EMP-OUT.
024240     IF NOT WS-EMP-OUT-OK
024250         DISPLAY "ADVANCE NOT BOOKED -- EMPLOYEE-OUT.DAT NOT "
024260             "AVAILABLE, STATUS: " WS-EMP-OUT-STATUS
024270         MOVE 8 TO RETURN-CODE
024280         GO TO 6000-EXIT
024290     END-IF.
024300     MOVE WS-ADV-EMP-ARG-NUM TO OUT-ID.
024310     READ EMP-OUT
024320         INVALID KEY
024330             DISPLAY "ADVANCE NOT BOOKED -- EMP-ID "
024340                 WS-ADV-EMP-ARG
024350                 " IS NOT ON EMPLOYEE-OUT.DAT"
024360             MOVE 'N' TO WS-BOOK-OK-SW
024370     END-READ.
024380     CLOSE EMP-OUT.
024390     IF NOT WS-BOOK-OK
024400         MOVE 8 TO RETURN-CODE
024410         GO TO 6000-EXIT
024420     END-IF.
024430
024440     PERFORM 6100-READ-LATEST-SCHEDULE THRU 6100-EXIT.
024450     IF NOT WS-BOOK-OK
024460         MOVE 8 TO RETURN-CODE
024470         GO TO 6000-EXIT
024480     END-IF.
024490     PERFORM 6200-READ-PAY-FREQUENCY THRU 6200-EXIT.
024500     IF NOT WS-BOOK-OK
024510         MOVE 8 TO RETURN-CODE
024520         GO TO 6000-EXIT
024530     END-IF.
024540     COMPUTE WS-BOOK-INSTALLS = AH-TERM * WS-PERIODS-PER-YEAR.
024550     IF WS-BOOK-INSTALLS > 999
024560         DISPLAY "ADVANCE NOT BOOKED -- " AH-TERM " YEARS AT "
024570             WS-PERIODS-PER-YEAR " PERIODS PER YEAR IS MORE THAN "
024580             "999 INSTALLMENTS"
024590         MOVE 8 TO RETURN-CODE
024600         GO TO 6000-EXIT
024610     END-IF.
024620
024630     PERFORM 1760-LOAD-ADVANCES THRU 1760-EXIT.
024640     PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
024650             UNTIL WS-ADV-SUB > WS-ADV-COUNT
024660         IF WS-ADV-EMP-ID (WS-ADV-SUB) = OUT-ID
024670            AND WS-ADV-OPEN (WS-ADV-SUB)
024680             DISPLAY "ADVANCE NOT BOOKED -- EMP-ID " OUT-ID
024690                 " ALREADY HAS AN OPEN ADVANCE BOOKED "
024700                 WS-ADV-BOOK-DATE (WS-ADV-SUB)
024710             MOVE 'N' TO WS-BOOK-OK-SW
024720         END-IF
024730         IF WS-ADV-SCHED-DATE (WS-ADV-SUB) = AH-RUN-DATE
024740            AND WS-ADV-SCHED-TIME (WS-ADV-SUB) = AH-RUN-TIME
024750             DISPLAY "ADVANCE NOT BOOKED -- THE SCHEDULE OF "
024760                 AH-RUN-DATE " " AH-RUN-TIME
024770                 " WAS ALREADY BOOKED "
024780                 "TO EMP-ID " WS-ADV-EMP-ID (WS-ADV-SUB)
024790             MOVE 'N' TO WS-BOOK-OK-SW
024800         END-IF
024810         IF WS-ADV-EMP-ID (WS-ADV-SUB) = OUT-ID
024820            AND WS-ADV-BOOK-DATE (WS-ADV-SUB) = WS-RUN-DATE
024830             DISPLAY "ADVANCE NOT BOOKED -- EMP-ID " OUT-ID
024840                 " ALREADY HAD AN ADVANCE BOOKED TODAY"
024850             MOVE 'N' TO WS-BOOK-OK-SW
024860         END-IF
024870     END-PERFORM.
024880     IF WS-ADV-COUNT NOT < 500
024890        OR WS-ADVS-COUNT + WS-BOOK-INSTALLS > 5000
024900        OR WS-ADV-TABLE-FULL
024910         DISPLAY "ADVANCE NOT BOOKED -- EMP-ADVANCE-MASTER.DAT "
024920             "IS FULL"
024930         MOVE 'N' TO WS-BOOK-OK-SW
024940     END-IF.
024950     IF NOT WS-BOOK-OK
024960         MOVE 8 TO RETURN-CODE
024970         GO TO 6000-EXIT
024980     END-IF.
024990
025000     ADD 1 TO WS-ADV-COUNT.
025010     MOVE SPACES         TO ADV-HDR-REC.
025020     MOVE 'A'            TO AV-TYPE.
025030     MOVE OUT-ID         TO AV-EMP-ID.
025040     MOVE WS-RUN-DATE    TO AV-BOOK-DATE.
025050     MOVE AH-RUN-DATE    TO AV-SCHED-DATE.
025060     MOVE AH-RUN-TIME    TO AV-SCHED-TIME.
025070     MOVE 'O'            TO AV-STATUS.
025080     MOVE AH-PRINCIPAL   TO AV-PRINCIPAL.
025090     MOVE AH-RATE        TO AV-RATE.
025100     MOVE WS-BOOK-INSTALLS TO AV-TERM.
025110     MOVE ZERO           TO AV-PAID-COUNT.
025120     MOVE AH-PRINCIPAL   TO AV-BALANCE.
025130     MOVE ZERO           TO AV-LAST-PERIOD.
025140     MOVE ZERO           TO AV-LAST-CHECK.
025150     MOVE ZERO           TO AV-COLL-CHECK.
025160     MOVE ADV-HDR-REC    TO WS-ADV-ENTRY (WS-ADV-COUNT).
025170     MOVE ZERO TO WS-BOOK-PAY-NO.
025180     PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
025190             UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
025200         MOVE WS-BOOK-LINE (WS-BOOK-SUB) TO AMORT-DTL-REC
025210         COMPUTE WS-BOOK-OPEN-BAL = AD-BALANCE + AD-PRINCIPAL
025220         MOVE ZERO TO WS-BOOK-PRIN-PREV WS-BOOK-INT-PREV
025230         PERFORM VARYING WS-BOOK-INST FROM 1 BY 1
025240                 UNTIL WS-BOOK-INST > WS-PERIODS-PER-YEAR
025250             COMPUTE WS-BOOK-PRIN-CUM ROUNDED =
025260                 AD-PRINCIPAL * WS-BOOK-INST / WS-PERIODS-PER-YEAR
025270             COMPUTE WS-BOOK-INT-CUM ROUNDED =
025280                 AD-INTEREST * WS-BOOK-INST / WS-PERIODS-PER-YEAR
025290             ADD 1 TO WS-BOOK-PAY-NO
025300             MOVE SPACES         TO ADV-SCHED-REC
025310             MOVE 'S'            TO AS-TYPE
025320             MOVE OUT-ID         TO AS-EMP-ID
025330             MOVE WS-RUN-DATE    TO AS-BOOK-DATE
025340             MOVE WS-BOOK-PAY-NO TO AS-PAY-NO
025350             COMPUTE AS-PRINCIPAL =
025360                 WS-BOOK-PRIN-CUM - WS-BOOK-PRIN-PREV
025370             COMPUTE AS-INTEREST =
025380                 WS-BOOK-INT-CUM - WS-BOOK-INT-PREV
025390             COMPUTE AS-PAYMENT = AS-PRINCIPAL + AS-INTEREST
025400             COMPUTE AS-BALANCE =
025410                 WS-BOOK-OPEN-BAL - WS-BOOK-PRIN-CUM
025420             MOVE WS-BOOK-PRIN-CUM TO WS-BOOK-PRIN-PREV
025430             MOVE WS-BOOK-INT-CUM  TO WS-BOOK-INT-PREV
025440             ADD 1 TO WS-ADVS-COUNT
025450             MOVE ADV-SCHED-REC TO WS-ADVS-ENTRY (WS-ADVS-COUNT)
025460         END-PERFORM
025470     END-PERFORM.
025480     PERFORM 3250-WRITE-ADVANCE-MASTER THRU 3250-EXIT.
025490     DISPLAY "ADVANCE BOOKED FOR EMP-ID " OUT-ID " " OUT-NAME
025500         " -- " AV-TERM " INSTALLMENTS, SCHEDULE OF " AH-RUN-DATE.
025510 6000-EXIT.
025520     EXIT.
025530
025540*      6100-READ-LATEST-SCHEDULE KEEPS THE LAST HEADER ON CALC-
025550*      AMORT-SCHEDULE.DAT AND THE DETAIL LINES BEHIND IT, THEN
025560*      CHECKS THE SCHEDULE IS WHOLE: NOT FLAGGED 'O', A NON-ZERO
025570*      TERM, AND ONE LINE FOR EVERY PAYMENT.
025580 6100-READ-LATEST-SCHEDULE.
025590     MOVE 'N' TO WS-AMORT-EOF.
025600     MOVE ZERO TO WS-BOOK-COUNT.
025610     MOVE SPACES TO WS-BOOK-HDR.
025620     OPEN INPUT AMORT-IN.
025630     IF WS-AMORT-STATUS = '35'
025640         DISPLAY "ADVANCE NOT BOOKED -- CALC-AMORT-SCHEDULE.DAT "
025650             "NOT ON FILE"
025660         MOVE 'N' TO WS-BOOK-OK-SW
025670         GO TO 6100-EXIT
025680     END-IF.
025690     PERFORM UNTIL WS-AMORT-EOF-YES
025700         READ AMORT-IN
025710             AT END
025720                 MOVE 'Y' TO WS-AMORT-EOF
025730             NOT AT END
025740                 IF AH-TYPE = 'H'
025750                     MOVE AMORT-HDR-REC TO WS-BOOK-HDR
025760                     MOVE ZERO TO WS-BOOK-COUNT
025770                 ELSE
025780                     IF WS-BOOK-COUNT < 999
025790                         ADD 1 TO WS-BOOK-COUNT
025800                         MOVE AMORT-DTL-REC TO
025810                             WS-BOOK-LINE (WS-BOOK-COUNT)
025820                     END-IF
025830                 END-IF
025840         END-READ
025850     END-PERFORM.
025860     CLOSE AMORT-IN.
025870     MOVE WS-BOOK-HDR TO AMORT-HDR-REC.
025880     IF AH-TYPE NOT = 'H'
025890         DISPLAY "ADVANCE NOT BOOKED -- NO SCHEDULE ON "
025900             "CALC-AMORT-SCHEDULE.DAT"
025910         MOVE 'N' TO WS-BOOK-OK-SW
025920         GO TO 6100-EXIT
025930     END-IF.
025940     IF AH-FLAG = 'O' OR AH-TERM = ZERO
025950        OR WS-BOOK-COUNT NOT = AH-TERM
025960         DISPLAY "ADVANCE NOT BOOKED -- SCHEDULE OF " AH-RUN-DATE
025970             " " AH-RUN-TIME " IS FLAGGED OR INCOMPLETE"
025980         MOVE 'N' TO WS-BOOK-OK-SW
025990     END-IF.
026000 6100-EXIT.
026010     EXIT.
026020
026030*      6200-READ-PAY-FREQUENCY FINDS TODAY'S PERIOD ON
026040*      PAY-CALENDAR.DAT FOR ITS PERIODS PER YEAR -- THE NUMBER OF
026050*      INSTALLMENTS EACH YEAR OF THE SCHEDULE IS SPLIT INTO. ONLY
026060*      A PAY-CALENDAR RUN COLLECTS AN ADVANCE, SO NO CALENDAR, OR
026070*      NO PERIOD COVERING TODAY, REFUSES THE BOOKING.
026080 6200-READ-PAY-FREQUENCY.
026090     MOVE 'N' TO WS-CAL-EOF.
026100     MOVE ZERO TO WS-PERIODS-PER-YEAR.
026110     OPEN INPUT CALENDAR-FILE.
026120     IF WS-CALENDAR-STATUS = '35'
026130         DISPLAY "ADVANCE NOT BOOKED -- PAY-CALENDAR.DAT NOT ON "
026140             "FILE"
026150         MOVE 'N' TO WS-BOOK-OK-SW
026160         GO TO 6200-EXIT
026170     END-IF.
026180     PERFORM UNTIL WS-CAL-EOF-YES
026190         READ CALENDAR-FILE INTO CAL-REC
026200             AT END
026210                 MOVE 'Y' TO WS-CAL-EOF
026220             NOT AT END
026230                 IF WS-RUN-DATE NOT < CAL-REC-START
026240                         AND WS-RUN-DATE NOT > CAL-REC-END
026250                     MOVE CAL-REC-FREQ TO WS-PERIODS-PER-YEAR
026260                     MOVE 'Y' TO WS-CAL-EOF
026270                 END-IF
026280         END-READ
026290     END-PERFORM.
026300     CLOSE CALENDAR-FILE.
026310     IF WS-PERIODS-PER-YEAR = ZERO
026320         DISPLAY "ADVANCE NOT BOOKED -- NO PAY-CALENDAR.DAT "
026330             "PERIOD WITH A FREQUENCY COVERS " WS-RUN-DATE
026340         MOVE 'N' TO WS-BOOK-OK-SW
026350     END-IF.
026360 6200-EXIT.
026370     EXIT.
026380
026390
026400
