000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FORTUNE-MODERATE.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. PAYROLL SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*
000170*--------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                        *
000190*--------------------------------------------------------------*
000200*  DATE       INIT  DESCRIPTION                                *
000210*  10/15/2026 RH    ORIGINAL INSTALLATION. MODERATION QUEUE    *
000220*                    FOR STAFF FORTUNE SUBMISSIONS -- WALKS    *
000230*                    FORTUNE-SUBMISSIONS.DAT ONE PENDING ENTRY *
000240*                    AT A TIME, FLAGS NEAR-DUPLICATES OF       *
000250*                    FORTUNES.DAT TEXT, AND LETS THE MODERATOR *
000260*                    APPROVE (APPENDED TO FORTUNES.DAT IN THE  *
000270*                    CATEGORY/WINDOW LAYOUT), EDIT, OR DECLINE *
000280*                    WITH A REASON, KEEPING EVERY DECISION ON  *
000290*                    THE QUEUE FILE. AN 'R' MODE WRITES THE    *
000300*                    MONTHLY SUBMISSIONS REPORT WITH SHOWINGS  *
000310*                    OFF FORTUNE-HISTORY.LOG.                  *
000312*  10/15/2026 RH    SUBMISSIONS ADDED WHILE A MODERATION       *
000314*                    SESSION IS OPEN ARE READ BACK BEFORE THE  *
000316*                    QUEUE IS REWRITTEN AND KEPT PENDING, NOT  *
000318*                    LOST.                                     *
000319*  10/15/2026 RH    AN EXISTING FORTUNES.DAT,                  *
000321*                    FORTUNE-BOARDS.DAT, OR                    *
000323*                    FORTUNE-SUBMISSIONS.DAT THAT WILL NOT     *
000324*                    OPEN IS NOW REPORTED AND LEFT UNREAD,     *
000326*                    INSTEAD OF BEING READ UNOPENED.           *
000328*--------------------------------------------------------------*
000330*
000340*      FORTUNE-SUBMISSIONS.DAT IS THE DROP BOX FOR PROPOSED
000350*      FORTUNES. ANYONE MAY ADD A LINE TO THE END OF IT -- THE
000360*      TEXT, A SUGGESTED CATEGORY AND OPTIONAL DATE WINDOW (IN
000370*      THE SAME COLUMNS AS FORTUNES.DAT), THEIR NAME, AND THE
000376*      DATE -- EVEN WHILE A MODERATOR IS AT WORK: LINES ADDED
000382*      DURING A SESSION ARE KEPT WHEN IT WRITES THE FILE BACK,
000388*      AND WAIT FOR THE NEXT ONE. NOTHING REACHES THE BOARDS
000394*      UNTIL IT HAS BEEN THROUGH THIS PROGRAM.
000400*        - 'FORTUNE-MODERATE' WALKS THE ENTRIES STILL PENDING,
000410*          ONE AT A TIME. EACH IS SHOWN WITH ANY FORTUNES.DAT
000420*          LINE IT LOOKS LIKE A NEAR-DUPLICATE OF, AND THE
000430*          MODERATOR APPROVES IT, EDITS IT FIRST, DECLINES IT
000440*          WITH A REASON, OR SKIPS IT FOR ANOTHER SITTING.
000450*        - AN APPROVED ENTRY IS APPENDED TO FORTUNES.DAT AT ONCE,
000460*          IN THE CATEGORY/WINDOW LAYOUT, AS APPROVED (EDITS AND
000470*          ALL). THE SUBMISSION LINE KEEPS THE ORIGINAL WORDING
000480*          AND GAINS THE DECISION, WHO MADE IT AND WHEN, THE
000490*          REASON FOR A DECLINE, AND THE ENTRY AS POSTED --
000500*          DECLINED ENTRIES STAY ON THE FILE FOR THE RECORD.
000510*        - 'FORTUNE-MODERATE R [YYYYMM]' WRITES THE MONTHLY
000520*          SUBMISSIONS REPORT FOR THE MONTH NAMED (DEFAULT LAST
000530*          MONTH) ON FORTUNE-SUBMISSIONS.RPT: WHO SUBMITTED WHAT
000540*          AND WHAT BECAME OF IT, EVERY APPROVED ENTRY WITH HOW
000550*          OFTEN FORTUNE-HISTORY.LOG SAYS IT HAS ACTUALLY BEEN
000560*          SHOWN, AND WHAT IS STILL WAITING. NIGHTLY-DRIVER RUNS
000570*          IT ON THE LAST NIGHT OF THE MONTH.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT SUB-FILE ASSIGN TO 'FORTUNE-SUBMISSIONS.DAT'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SUB-STATUS.
000650     SELECT FORTUNE-FILE ASSIGN TO 'FORTUNES.DAT'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FORTUNE-STATUS.
000680     SELECT BOARD-FILE ASSIGN TO 'FORTUNE-BOARDS.DAT'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BOARD-STATUS.
000710     SELECT FORTUNE-LOG ASSIGN TO 'FORTUNE-HISTORY.LOG'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-LOG-STATUS.
000740     SELECT SUB-RPT ASSIGN TO 'FORTUNE-SUBMISSIONS.RPT'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800*      SUB-FILE IS THE SUBMISSION QUEUE. THE LINE IS CARRIED
000810*      WHOLE IN WS-SUB-TABLE AND WORKED THROUGH WS-WORK-
000820*      SUBMISSION BELOW.
000830 FD  SUB-FILE.
000840 01  SUB-FILE-REC              PIC X(306).
000850*
000860*      FORTUNE-FILE IS FORTUNETELLER'S MAINTAINED LIST -- READ FOR
000870*      THE DUPLICATE CHECK, EXTENDED BY EVERY APPROVAL.
000880 FD  FORTUNE-FILE.
000890 01  FORTUNE-FILE-REC.
000900     05  FORTUNE-REC-TEXT      PIC X(80).
000910     05  FILLER                PIC X(01).
000920     05  FORTUNE-REC-CATEGORY  PIC X(08).
000930     05  FILLER                PIC X(01).
000940     05  FORTUNE-REC-FROM      PIC X(08).
000950     05  FILLER                PIC X(01).
000960     05  FORTUNE-REC-TO        PIC X(08).
000970*
000980*      BOARD-FILE IS READ ONLY FOR THE CATEGORIES THE BOARDS ASK
000990*      FOR, SO A SUBMISSION IN A CATEGORY NOTHING SHOWS CAN BE
001000*      POINTED OUT TO THE MODERATOR.
001010 FD  BOARD-FILE.
001020 01  BOARD-REC.
001030     05  BOARD-REC-NAME        PIC X(12).
001040     05  FILLER                PIC X(01).
001050     05  BOARD-REC-CATEGORY    PIC X(08).
001060     05  FILLER                PIC X(01).
001070     05  BOARD-REC-FILE        PIC X(40).
001080*
001090*      FORTUNE-LOG IS FORTUNETELLER'S HISTORY OF EVERY FORTUNE
001100*      SHOWN -- THE MONTHLY REPORT COUNTS APPROVED ENTRIES ON IT.
001110 FD  FORTUNE-LOG.
001120 01  FORTUNE-LOG-REC.
001130     05  LOG-RUN-DATE          PIC 9(08).
001140     05  FILLER                PIC X(01).
001150     05  LOG-RUN-TIME          PIC 9(08).
001160     05  FILLER                PIC X(01).
001170     05  LOG-FORTUNE-TEXT      PIC A(80).
001180     05  FILLER                PIC X(01).
001190     05  LOG-BOARD             PIC X(12).
001200*
001210 FD  SUB-RPT.
001220 01  SUB-RPT-REC               PIC X(150).
001230*
001240 WORKING-STORAGE SECTION.
001250*      WS-RUN-MODE IS 'M' (THE DEFAULT) FOR A MODERATION SESSION
001260*      OR 'R' FOR THE MONTHLY REPORT, OFF THE COMMAND LINE, E.G.
001270*      'FORTUNE-MODERATE R 202609'.
001280 77  WS-CMD-LINE               PIC X(20)  VALUE SPACES.
001290 77  WS-RUN-MODE               PIC X(01)  VALUE 'M'.
001300     88  WS-MODE-MODERATE                 VALUE 'M'.
001310     88  WS-MODE-REPORT                   VALUE 'R'.
001320 77  WS-SUB-STATUS             PIC X(02)  VALUE '00'.
001330 77  WS-FORTUNE-STATUS         PIC X(02)  VALUE '00'.
001340 77  WS-BOARD-STATUS           PIC X(02)  VALUE '00'.
001350 77  WS-LOG-STATUS             PIC X(02)  VALUE '00'.
001360 77  WS-RPT-STATUS             PIC X(02)  VALUE '00'.
001370 77  WS-EOF                    PIC X      VALUE 'N'.
001380     88  WS-EOF-YES                       VALUE 'Y'.
001390 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001410     05  WS-RUN-YEAR           PIC 9(04).
001420     05  WS-RUN-MONTH          PIC 9(02).
001430     05  WS-RUN-DAY            PIC 9(02).
001440*
001450*      SESSION CONTROL -- WS-MODERATOR IS STAMPED ON EVERY
001460*      DECISION TAKEN IN THE SESSION.
001470 77  WS-MODERATOR              PIC X(08)  VALUE SPACES.
001480 77  WS-ANSWER                 PIC X(01)  VALUE SPACE.
001490 77  WS-SESSION-SW             PIC X      VALUE 'N'.
001500     88  WS-SESSION-DONE                  VALUE 'Y'.
001510 77  WS-ENTRY-SW               PIC X      VALUE 'N'.
001520     88  WS-ENTRY-DONE                    VALUE 'Y'.
001530 77  WS-PENDING-COUNT          PIC 9(03)  VALUE ZERO.
001540 77  WS-PENDING-SEEN           PIC 9(03)  VALUE ZERO.
001550 77  WS-APPROVED-COUNT         PIC 9(03)  VALUE ZERO.
001560 77  WS-DECLINED-COUNT         PIC 9(03)  VALUE ZERO.
001570 77  WS-SKIPPED-COUNT          PIC 9(03)  VALUE ZERO.
001580*
001590*      WS-SUB-TABLE HOLDS THE WHOLE SUBMISSIONS FILE AND IS
001600*      WRITTEN BACK OVER IT AT THE END OF THE SESSION, THE WAY
001610*      REJECT-REPAIR HANDLES EMP-REJECTS.DAT -- SO A FILE TOO BIG
001620*      FOR THE TABLE ABANDONS THE SESSION RATHER THAN LOSE THE
001625*      OVERFLOW ON THE REWRITE. WS-LATE-TABLE HOLDS THE LINES
001630*      SUBMITTED WHILE THE SESSION WAS OPEN, READ BACK JUST
001635*      BEFORE THE REWRITE AND WRITTEN AFTER THE REST.
001640 77  WS-QUEUE-FOUND-SW         PIC X      VALUE 'N'.
001650     88  WS-QUEUE-FOUND                   VALUE 'Y'.
001660 77  WS-QUEUE-FULL-SW          PIC X      VALUE 'N'.
001670     88  WS-QUEUE-FULL                    VALUE 'Y'.
001680 77  WS-SUB-SUB                PIC 9(03)  VALUE ZERO.
001682 77  WS-LATE-FULL-SW           PIC X      VALUE 'N'.
001685     88  WS-LATE-FULL                     VALUE 'Y'.
001687 77  WS-READ-COUNT             PIC 9(05)  VALUE ZERO.
001690 01  WS-SUB-TABLE.
001700     05  WS-SUB-COUNT          PIC 9(03)  VALUE ZERO.
001710     05  WS-SUB-ENTRY OCCURS 500 TIMES.
001720         10  WS-SUB-IMAGE      PIC X(306).
001722 01  WS-LATE-TABLE.
001724     05  WS-LATE-COUNT         PIC 9(03)  VALUE ZERO.
001726     05  WS-LATE-ENTRY OCCURS 500 TIMES.
001728         10  WS-LATE-IMAGE     PIC X(306).
001730*
001740*      WS-WORK-SUBMISSION IS ONE QUEUE LINE. THE FIRST 107
001750*      COLUMNS ARE A FORTUNES.DAT LINE AS SUBMITTED; THE
001760*      SUBMITTER AND DATE FOLLOW. EVERYTHING FROM SUB-DISPOSITION
001770*      ON IS FILLED IN HERE -- A NEW LINE LEAVES IT BLANK, WHICH
001780*      READS AS PENDING.
001790 01  WS-WORK-SUBMISSION.
001800     05  SUB-TEXT              PIC X(80).
001810     05  FILLER                PIC X(01).
001820     05  SUB-CATEGORY          PIC X(08).
001830     05  FILLER                PIC X(01).
001840     05  SUB-FROM              PIC X(08).
001850     05  FILLER                PIC X(01).
001860     05  SUB-TO                PIC X(08).
001870     05  FILLER                PIC X(01).
001880     05  SUB-SUBMITTER         PIC X(20).
001890     05  FILLER                PIC X(01).
001900     05  SUB-DATE              PIC X(08).
001910     05  FILLER                PIC X(01).
001920     05  SUB-DISPOSITION       PIC X(01).
001930         88  SUB-PENDING                  VALUES 'P' ' '.
001940         88  SUB-APPROVED                 VALUE 'A'.
001950         88  SUB-DECLINED                 VALUE 'D'.
001960     05  FILLER                PIC X(01).
001970     05  SUB-DECIDED-DATE      PIC X(08).
001980     05  FILLER                PIC X(01).
001990     05  SUB-MODERATOR         PIC X(08).
002000     05  FILLER                PIC X(01).
002010     05  SUB-REASON            PIC X(40).
002020     05  FILLER                PIC X(01).
002030     05  SUB-POSTED-TEXT       PIC X(80).
002040     05  FILLER                PIC X(01).
002050     05  SUB-POSTED-CATEGORY   PIC X(08).
002060     05  FILLER                PIC X(01).
002070     05  SUB-POSTED-FROM       PIC X(08).
002080     05  FILLER                PIC X(01).
002090     05  SUB-POSTED-TO         PIC X(08).
002100*
002110*      THE DRAFT IS WHAT WOULD GO ONTO FORTUNES.DAT -- THE
002120*      SUBMISSION AS SENT UNTIL THE MODERATOR EDITS IT. EDITS
002130*      ARE ACCEPTED AS CHARACTERS SO A BLANK ANSWER KEEPS WHAT
002140*      IS THERE AND A '-' CLEARS IT.
002150 01  WS-DRAFT.
002160     05  WS-DRAFT-TEXT         PIC X(80).
002170     05  WS-DRAFT-CATEGORY     PIC X(08).
002180     05  WS-DRAFT-FROM         PIC X(08).
002190     05  WS-DRAFT-TO           PIC X(08).
002200 01  WS-ENTRY-TEXT             PIC X(80)  VALUE SPACES.
002210 01  WS-ENTRY-CATEGORY         PIC X(08)  VALUE SPACES.
002220 01  WS-ENTRY-DATE             PIC X(08)  VALUE SPACES.
002230 01  WS-ENTRY-REASON           PIC X(40)  VALUE SPACES.
002240 01  WS-SHOW-CATEGORY          PIC X(08)  VALUE SPACES.
002250 01  WS-SHOW-FROM              PIC X(08)  VALUE SPACES.
002260 01  WS-SHOW-TO                PIC X(08)  VALUE SPACES.
002270 77  WS-DRAFT-OK-SW            PIC X      VALUE 'Y'.
002280     88  WS-DRAFT-OK                      VALUE 'Y'.
002290 77  WS-DATE-OK-SW             PIC X      VALUE 'Y'.
002300     88  WS-DATE-OK                       VALUE 'Y'.
002310 77  WS-APPEND-OK-SW           PIC X      VALUE 'N'.
002320     88  WS-APPEND-OK                     VALUE 'Y'.
002330 77  WS-CATEGORY-SW            PIC X      VALUE 'N'.
002340     88  WS-CATEGORY-KNOWN                VALUE 'Y'.
002350*          WS-DATE-WORK GIVES A WINDOW DATE ITS NUMERIC VIEWS ONLY
002360*          AFTER ITS CLASS TEST PASSES.
002370 01  WS-DATE-WORK              PIC X(08)  VALUE SPACES.
002380 01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
002390                               PIC 9(08).
002400 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
002410     05  WS-DATE-WORK-YEAR     PIC 9(04).
002420     05  WS-DATE-WORK-MONTH    PIC 9(02).
002430     05  WS-DATE-WORK-DAY      PIC 9(02).
002440 01  WS-LOWER-CASE             PIC X(26)
002450         VALUE 'abcdefghijklmnopqrstuvwxyz'.
002460 01  WS-UPPER-CASE             PIC X(26)
002470         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002480*
002490*      WS-FORTUNE-TABLE IS FORTUNES.DAT AS IT STANDS, PLUS WHAT
002500*      THIS SESSION HAS APPROVED. FORTUNETELLER LOADS ONLY THE
002510*      FIRST 200 LINES, SO WS-FORTUNE-LINES (EVERY LINE ON THE
002520*      FILE) STOPS AN APPROVAL THAT COULD NEVER BE SHOWN.
002530 77  WS-FORTUNE-LINES          PIC 9(05)  VALUE ZERO.
002540 77  WS-FORTUNE-SUB            PIC 9(03)  VALUE ZERO.
002550 01  WS-FORTUNE-TABLE.
002560     05  WS-FORTUNE-COUNT      PIC 9(03)  VALUE ZERO.
002570     05  WS-FORTUNE-ENTRY OCCURS 200 TIMES.
002580         10  WS-FORTUNE-LINE   PIC X(80).
002590         10  WS-FORTUNE-CATEGORY
002600                               PIC X(08).
002610 77  WS-BOARD-SUB              PIC 9(02)  VALUE ZERO.
002620 01  WS-BOARD-TABLE.
002630     05  WS-BOARD-COUNT        PIC 9(02)  VALUE ZERO.
002640     05  WS-BOARD-CATEGORY OCCURS 20 TIMES
002650                               PIC X(08).
002660*
002670*      NEAR-DUPLICATE CHECK -- A TEXT IS BOILED DOWN TO ITS
002680*      SIGNIFICANT WORDS: UPPER CASE, PUNCTUATION DROPPED, AND
002690*      WORDS OF FEWER THAN THREE LETTERS OR ON THE FILLER-WORD
002700*      LIST LEFT OUT. A FORTUNE IS FLAGGED WHEN IT BOILS DOWN TO
002710*      THE SAME TEXT AS THE DRAFT, OR WHEN THEY SHARE AT LEAST
002720*      TWO WORDS AND AT LEAST 60 PERCENT OF THE SHORTER LIST.
002730 01  WS-PUNCTUATION            PIC X(12)
002740         VALUE '.,;:!?()-/"'''.
002750 01  WS-PUNCTUATION-BLANKS     PIC X(12)  VALUE SPACES.
002760 01  WS-SPLIT-TEXT             PIC X(80)  VALUE SPACES.
002770 01  WS-DRAFT-NORMAL           PIC X(80)  VALUE SPACES.
002780 01  WS-SPLIT-WORD             PIC X(20)  VALUE SPACES.
002790     88  WS-FILLER-WORD        VALUES 'THE' 'AND' 'YOU' 'YOUR'
002800                                      'WILL' 'FOR' 'WITH' 'ARE'
002810                                      'BUT' 'THIS' 'THAT' 'HAS'
002820                                      'HAVE' 'FROM' 'ITS' 'NOT'.
002830 77  WS-SPLIT-PTR              PIC 9(03)  VALUE ZERO.
002840 01  WS-SPLIT-LIST.
002850     05  WS-SPLIT-COUNT        PIC 9(02)  VALUE ZERO.
002860     05  WS-SPLIT-ENTRY OCCURS 40 TIMES
002870                               PIC X(20).
002880 01  WS-DRAFT-LIST.
002890     05  WS-DRAFT-WORD-COUNT   PIC 9(02)  VALUE ZERO.
002900     05  WS-DRAFT-WORD OCCURS 40 TIMES
002910                               PIC X(20).
002920 77  WS-WORD-SUB               PIC 9(02)  VALUE ZERO.
002930 77  WS-WORD-SUB2              PIC 9(02)  VALUE ZERO.
002940 77  WS-WORD-FOUND-SW          PIC X      VALUE 'N'.
002950     88  WS-WORD-FOUND                    VALUE 'Y'.
002960 77  WS-SHARED-COUNT           PIC 9(02)  VALUE ZERO.
002970 77  WS-SHORTER-COUNT          PIC 9(02)  VALUE ZERO.
002980 77  WS-MATCH-PCT              PIC 9(03)  VALUE ZERO.
002990 77  WS-DUP-COUNT              PIC 9(03)  VALUE ZERO.
003000 01  WS-PCT-ED                 PIC ZZ9.
003010*
003020*      MONTHLY REPORT -- MONTHS ARE HANDLED AS SERIAL NUMBERS
003030*      (YEAR TIMES 12 PLUS MONTH LESS ONE), AS HEADCOUNT-TURNOVER
003040*      DOES, SO LAST MONTH ACROSS A YEAR END IS PLAIN ARITHMETIC.
003050 77  WS-ARG-SW                 PIC X      VALUE 'N'.
003060     88  WS-ARG-BAD                       VALUE 'Y'.
003070 01  WS-MONTH-ARG              PIC X(06)  VALUE SPACES.
003080 01  WS-MONTH-ARG-PARTS REDEFINES WS-MONTH-ARG.
003090     05  WS-ARG-YEAR           PIC 9(04).
003100     05  WS-ARG-MONTH          PIC 9(02).
003110 77  WS-RUN-SERIAL             PIC 9(06)  VALUE ZERO.
003120 77  WS-RPT-SERIAL             PIC 9(06)  VALUE ZERO.
003130 01  WS-RPT-PERIOD.
003140     05  WS-RPT-YEAR           PIC 9(04).
003150     05  WS-RPT-MONTH          PIC 9(02).
003160 01  WS-RPT-LABEL              PIC X(07)  VALUE SPACES.
003170 01  WS-RPT-INDENT             PIC X(66)  VALUE SPACES.
003180 77  WS-IN-MONTH-SW            PIC X      VALUE 'N'.
003190     88  WS-IN-MONTH                      VALUE 'Y'.
003200 77  WS-LOG-FOUND-SW           PIC X      VALUE 'N'.
003210     88  WS-LOG-FOUND                     VALUE 'Y'.
003220 01  WS-OUTCOME                PIC X(08)  VALUE SPACES.
003230 01  WS-WHO-KEY                PIC X(20)  VALUE SPACES.
003240 77  WS-WHO-SUB                PIC 9(03)  VALUE ZERO.
003250 77  WS-WHO-FULL-SW            PIC X      VALUE 'N'.
003260     88  WS-WHO-TABLE-FULL                VALUE 'Y'.
003270 01  WS-WHO-TABLE.
003280     05  WS-WHO-COUNT          PIC 9(03)  VALUE ZERO.
003290     05  WS-WHO-NAME OCCURS 200 TIMES
003300                               PIC X(20).
003310 01  WS-WHO-TOTALS.
003320     05  WS-WHO-SENT           PIC 9(03).
003330     05  WS-WHO-APPROVED       PIC 9(03).
003340     05  WS-WHO-DECLINED       PIC 9(03).
003350     05  WS-WHO-PENDING        PIC 9(03).
003360 01  WS-MONTH-TOTALS.
003370     05  WS-TOT-SENT           PIC 9(04)  VALUE ZERO.
003380     05  WS-TOT-APPROVED       PIC 9(04)  VALUE ZERO.
003390     05  WS-TOT-DECLINED       PIC 9(04)  VALUE ZERO.
003400     05  WS-TOT-PENDING        PIC 9(04)  VALUE ZERO.
003410*          WS-SHOWN-TABLE RUNS PARALLEL TO WS-SUB-TABLE: FOR EACH
003420*          APPROVED ENTRY, THE TEXT AS POSTED AND WHAT
003430*          FORTUNE-HISTORY.LOG SAYS OF IT SINCE THE APPROVAL DATE
003440*          -- AN IDENTICAL FORTUNE SHOWN BEFORE THEN WAS NOT THIS
003450*          SUBMISSION.
003460 01  WS-SHOWN-TABLE.
003470     05  WS-SHOWN-ENTRY OCCURS 500 TIMES.
003480         10  WS-SHOWN-TEXT     PIC X(80).
003490         10  WS-SHOWN-SINCE    PIC 9(08).
003500         10  WS-SHOWN-MONTH    PIC 9(05).
003510         10  WS-SHOWN-TOTAL    PIC 9(05).
003520         10  WS-SHOWN-LAST     PIC 9(08).
003530 77  WS-LISTED-COUNT           PIC 9(04)  VALUE ZERO.
003540 77  WS-SHOWN-IN-MONTH         PIC 9(04)  VALUE ZERO.
003550 77  WS-NEVER-SHOWN            PIC 9(04)  VALUE ZERO.
003560 01  WS-OLDEST-PENDING         PIC X(08)  VALUE SPACES.
003570 01  WS-ON-FILE                PIC X(07)  VALUE SPACES.
003580 01  WS-LAST-SHOWN             PIC X(08)  VALUE SPACES.
003590 01  WS-COUNT-ED               PIC ZZZ9.
003600 01  WS-COUNT-ED2              PIC ZZZ9.
003610 01  WS-COUNT-ED3              PIC ZZZ9.
003620 01  WS-COUNT-ED4              PIC ZZZ9.
003630 01  WS-SHOW-ED                PIC ZZZZ9.
003640 01  WS-SHOW-ED2               PIC ZZZZ9.
003650*
003660 PROCEDURE DIVISION.
003670 0000-MAINLINE.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003690     IF WS-MODE-REPORT
003700         PERFORM 4000-MONTHLY-REPORT THRU 4000-EXIT
003710     ELSE
003720         PERFORM 2000-MODERATE-QUEUE THRU 2000-EXIT
003730     END-IF.
003740     STOP RUN.
003750*
003760 1000-INITIALIZE.
003770     ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
003780     IF WS-CMD-LINE NOT = SPACES
003790         UNSTRING WS-CMD-LINE DELIMITED BY SPACE
003800             INTO WS-RUN-MODE WS-MONTH-ARG
003810     END-IF.
003820     IF WS-RUN-MODE NOT = 'R'
003830         MOVE 'M' TO WS-RUN-MODE
003840     END-IF.
003850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003860     PERFORM 1100-LOAD-FORTUNES THRU 1100-EXIT.
003870     PERFORM 1150-LOAD-BOARDS THRU 1150-EXIT.
003880     PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.
003890     IF WS-MODE-REPORT
003900         PERFORM 1300-SET-MONTH THRU 1300-EXIT
003910     END-IF.
003920 1000-EXIT.
003930     EXIT.
003940*
003950*      1100-LOAD-FORTUNES READS FORTUNES.DAT FOR THE DUPLICATE
003960*      CHECK AND THE LINE COUNT. NO FILE YET IS NOT AN ERROR --
003970*      THE FIRST APPROVAL CREATES IT.
003980 1100-LOAD-FORTUNES.
003990     MOVE 'N' TO WS-EOF.
004000     OPEN INPUT FORTUNE-FILE.
004010     IF WS-FORTUNE-STATUS NOT = '00'
004020         MOVE 'Y' TO WS-EOF
004022         IF WS-FORTUNE-STATUS NOT = '35'
004024             DISPLAY "FORTUNES.DAT NOT AVAILABLE, STATUS: "
004026                 WS-FORTUNE-STATUS " -- DUPLICATES NOT CHECKED"
004028         END-IF
004030     ELSE
004040         PERFORM UNTIL WS-EOF-YES
004050             READ FORTUNE-FILE
004060                 AT END
004070                     MOVE 'Y' TO WS-EOF
004080                 NOT AT END
004090                     ADD 1 TO WS-FORTUNE-LINES
004100                     IF WS-FORTUNE-COUNT < 200
004110                         ADD 1 TO WS-FORTUNE-COUNT
004120                         MOVE FORTUNE-REC-TEXT TO
004130                            WS-FORTUNE-LINE (WS-FORTUNE-COUNT)
004140                         MOVE FORTUNE-REC-CATEGORY TO
004150                            WS-FORTUNE-CATEGORY (WS-FORTUNE-COUNT)
004160                     END-IF
004170             END-READ
004180         END-PERFORM
004190         CLOSE FORTUNE-FILE
004200     END-IF.
004210 1100-EXIT.
004220     EXIT.
004230*
004240 1150-LOAD-BOARDS.
004250     MOVE 'N' TO WS-EOF.
004260     OPEN INPUT BOARD-FILE.
004270     IF WS-BOARD-STATUS NOT = '00'
004280         MOVE 'Y' TO WS-EOF
004282         IF WS-BOARD-STATUS NOT = '35'
004284             DISPLAY "FORTUNE-BOARDS.DAT NOT AVAILABLE, STATUS: "
004286                 WS-BOARD-STATUS
004288         END-IF
004290     ELSE
004300         PERFORM UNTIL WS-EOF-YES
004310             READ BOARD-FILE
004320                 AT END
004330                     MOVE 'Y' TO WS-EOF
004340                 NOT AT END
004350                     IF WS-BOARD-COUNT < 20
004360                         ADD 1 TO WS-BOARD-COUNT
004370                         MOVE BOARD-REC-CATEGORY TO
004380                            WS-BOARD-CATEGORY (WS-BOARD-COUNT)
004390                     END-IF
004400             END-READ
004410         END-PERFORM
004420         CLOSE BOARD-FILE
004430     END-IF.
004440 1150-EXIT.
004450     EXIT.
004460*
004470*      1200-LOAD-QUEUE READS THE WHOLE SUBMISSIONS FILE INTO
004480*      WS-SUB-TABLE AND COUNTS WHAT IS STILL PENDING. A BLANK
004490*      LINE IS CARRIED THROUGH UNTOUCHED BUT NEVER PRESENTED.
004500 1200-LOAD-QUEUE.
004510     MOVE 'N' TO WS-EOF.
004520     OPEN INPUT SUB-FILE.
004530     IF WS-SUB-STATUS NOT = '00'
004540         MOVE 'Y' TO WS-EOF
004542         IF WS-SUB-STATUS NOT = '35'
004544             DISPLAY "FORTUNE-SUBMISSIONS.DAT NOT AVAILABLE, "
004546                 "STATUS: " WS-SUB-STATUS
004548         END-IF
004550     ELSE
004560         MOVE 'Y' TO WS-QUEUE-FOUND-SW
004570         PERFORM UNTIL WS-EOF-YES
004580             READ SUB-FILE
004590                 AT END
004600                     MOVE 'Y' TO WS-EOF
004610                 NOT AT END
004620                     IF WS-SUB-COUNT < 500
004630                         ADD 1 TO WS-SUB-COUNT
004640                         MOVE SUB-FILE-REC TO
004650                            WS-SUB-IMAGE (WS-SUB-COUNT)
004660                         MOVE SUB-FILE-REC TO WS-WORK-SUBMISSION
004670                         IF SUB-PENDING AND SUB-TEXT NOT = SPACES
004680                             ADD 1 TO WS-PENDING-COUNT
004690                         END-IF
004700                     ELSE
004710                         IF NOT WS-QUEUE-FULL
004720                             SET WS-QUEUE-FULL TO TRUE
004730                             DISPLAY "FORTUNE-SUBMISSIONS.DAT "
004740                                 "HAS MORE THAN 500 LINES"
004750                         END-IF
004760                     END-IF
004770             END-READ
004780         END-PERFORM
004790         CLOSE SUB-FILE
004800     END-IF.
004810 1200-EXIT.
004820     EXIT.
004830*
004840*      1300-SET-MONTH TAKES THE REPORT MONTH OFF THE COMMAND LINE
004850*      -- THIS MONTH OR ANY BEFORE IT -- DEFAULTING TO LAST MONTH.
004860 1300-SET-MONTH.
004870     COMPUTE WS-RUN-SERIAL = WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1.
004880     COMPUTE WS-RPT-SERIAL = WS-RUN-SERIAL - 1.
004890     IF WS-MONTH-ARG NOT = SPACES
004900         IF WS-MONTH-ARG IS NUMERIC
004910                 AND WS-ARG-MONTH > ZERO AND WS-ARG-MONTH < 13
004920             COMPUTE WS-RPT-SERIAL =
004930                 WS-ARG-YEAR * 12 + WS-ARG-MONTH - 1
004940         ELSE
004950             SET WS-ARG-BAD TO TRUE
004960         END-IF
004970     END-IF.
004980     IF WS-RPT-SERIAL > WS-RUN-SERIAL
004990         SET WS-ARG-BAD TO TRUE
005000     END-IF.
005010     DIVIDE WS-RPT-SERIAL BY 12 GIVING WS-RPT-YEAR
005020         REMAINDER WS-RPT-MONTH.
005030     ADD 1 TO WS-RPT-MONTH.
005040     MOVE SPACES TO WS-RPT-LABEL.
005050     STRING WS-RPT-YEAR "/" WS-RPT-MONTH
005060         DELIMITED BY SIZE INTO WS-RPT-LABEL.
005070 1300-EXIT.
005080     EXIT.
005090*
005100*      2000-MODERATE-QUEUE RUNS ONE MODERATION SESSION: WHO IS
005110*      MODERATING, THEN EACH PENDING ENTRY IN FILE ORDER, THEN
005120*      THE QUEUE IS WRITTEN BACK IF ANYTHING WAS DECIDED. 'X'
005130*      LEAVES THE REST PENDING FOR A LATER SITTING.
005140 2000-MODERATE-QUEUE.
005150     EVALUATE TRUE
005160         WHEN NOT WS-QUEUE-FOUND
005170             DISPLAY "NO FORTUNE-SUBMISSIONS.DAT ON FILE -- "
005180                 "NOTHING TO MODERATE"
005190         WHEN WS-QUEUE-FULL
005200             DISPLAY "SESSION ABANDONED -- MOVE THE DECIDED "
005210                 "LINES OFF FORTUNE-SUBMISSIONS.DAT AND RERUN"
005220             MOVE 8 TO RETURN-CODE
005230         WHEN WS-PENDING-COUNT = ZERO
005240             DISPLAY "NO SUBMISSIONS WAITING FOR MODERATION"
005250         WHEN OTHER
005260             DISPLAY "===================================="
005270             DISPLAY "   FORTUNE SUBMISSION MODERATION    "
005280             DISPLAY "===================================="
005290             DISPLAY WS-PENDING-COUNT " SUBMISSION(S) WAITING"
005300             PERFORM 2050-GET-MODERATOR THRU 2050-EXIT
005310             IF WS-MODERATOR NOT = SPACES
005320                 PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
005330                         UNTIL WS-SUB-SUB > WS-SUB-COUNT
005340                         OR WS-SESSION-DONE
005350                     MOVE WS-SUB-IMAGE (WS-SUB-SUB)
005360                         TO WS-WORK-SUBMISSION
005370                     IF SUB-PENDING AND SUB-TEXT NOT = SPACES
005380                         ADD 1 TO WS-PENDING-SEEN
005390                         PERFORM 2100-WORK-ONE-SUBMISSION
005400                             THRU 2100-EXIT
005410                         MOVE WS-WORK-SUBMISSION
005420                             TO WS-SUB-IMAGE (WS-SUB-SUB)
005430                     END-IF
005440                 END-PERFORM
005450                 IF WS-APPROVED-COUNT > ZERO
005460                         OR WS-DECLINED-COUNT > ZERO
005470                     PERFORM 3000-REWRITE-QUEUE THRU 3000-EXIT
005480                 END-IF
005490                 PERFORM 3900-TERMINATE THRU 3900-EXIT
005500             END-IF
005510     END-EVALUATE.
005520 2000-EXIT.
005530     EXIT.
005540*
005550 2050-GET-MODERATOR.
005560     DISPLAY "MODERATOR ID: " WITH NO ADVANCING.
005570     MOVE SPACES TO WS-MODERATOR.
005580     ACCEPT WS-MODERATOR.
005590     INSPECT WS-MODERATOR
005600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
005610     IF WS-MODERATOR = SPACES
005620         DISPLAY "NO MODERATOR ID GIVEN -- SESSION ENDED, "
005630             "NOTHING CHANGED"
005640     END-IF.
005650 2050-EXIT.
005660     EXIT.
005670*
005680*      2100-WORK-ONE-SUBMISSION STARTS THE DRAFT FROM THE ENTRY AS
005690*      SENT AND PRESENTS IT UNTIL THE MODERATOR SETTLES IT -- AN
005700*      EDIT COMES BACK AROUND SO THE CHANGED TEXT IS RECHECKED.
005710 2100-WORK-ONE-SUBMISSION.
005720     MOVE SUB-TEXT     TO WS-DRAFT-TEXT.
005730     MOVE SUB-CATEGORY TO WS-DRAFT-CATEGORY.
005740     INSPECT WS-DRAFT-CATEGORY
005750         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
005760     MOVE SUB-FROM     TO WS-DRAFT-FROM.
005770     MOVE SUB-TO       TO WS-DRAFT-TO.
005780     MOVE 'N' TO WS-ENTRY-SW.
005790     PERFORM 2110-PRESENT-DRAFT THRU 2110-EXIT
005800         UNTIL WS-ENTRY-DONE.
005810 2100-EXIT.
005820     EXIT.
005830*
005840*      2110-PRESENT-DRAFT SHOWS THE DRAFT WITH ITS DUPLICATE CHECK
005850*      AND TAKES ONE CHOICE. A BLANK ANSWER SKIPS THE ENTRY.
005860 2110-PRESENT-DRAFT.
005870     DISPLAY " ".
005880     DISPLAY "SUBMISSION " WS-PENDING-SEEN " OF " WS-PENDING-COUNT
005890         "   FROM: " SUB-SUBMITTER "  SENT: " SUB-DATE.
005900     DISPLAY "TEXT    : " WS-DRAFT-TEXT.
005910     MOVE WS-DRAFT-CATEGORY TO WS-SHOW-CATEGORY.
005920     IF WS-SHOW-CATEGORY = SPACES
005930         MOVE "(NONE)" TO WS-SHOW-CATEGORY
005940     END-IF.
005950     IF WS-DRAFT-FROM = SPACES AND WS-DRAFT-TO = SPACES
005960         DISPLAY "CATEGORY: " WS-SHOW-CATEGORY
005970             "  WINDOW: ALWAYS ON"
005980     ELSE
005990         MOVE WS-DRAFT-FROM TO WS-SHOW-FROM
006000         IF WS-SHOW-FROM = SPACES
006010             MOVE "OPEN" TO WS-SHOW-FROM
006020         END-IF
006030         MOVE WS-DRAFT-TO TO WS-SHOW-TO
006040         IF WS-SHOW-TO = SPACES
006050             MOVE "OPEN" TO WS-SHOW-TO
006060         END-IF
006070         DISPLAY "CATEGORY: " WS-SHOW-CATEGORY
006080             "  WINDOW: " WS-SHOW-FROM " TO " WS-SHOW-TO
006090     END-IF.
006100     PERFORM 2150-CHECK-CATEGORY THRU 2150-EXIT.
006110     PERFORM 2200-CHECK-DUPLICATES THRU 2200-EXIT.
006120     DISPLAY "A=APPROVE  E=EDIT  D=DECLINE  S=SKIP  "
006130         "X=END SESSION".
006140     DISPLAY "CHOICE: " WITH NO ADVANCING.
006150     MOVE SPACE TO WS-ANSWER.
006160     ACCEPT WS-ANSWER.
006170     INSPECT WS-ANSWER CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
006180     EVALUATE WS-ANSWER
006190         WHEN 'A'
006200             PERFORM 2300-APPROVE THRU 2300-EXIT
006210         WHEN 'E'
006220             PERFORM 2400-EDIT-DRAFT THRU 2400-EXIT
006230         WHEN 'D'
006240             PERFORM 2500-DECLINE THRU 2500-EXIT
006250         WHEN 'S'
006260         WHEN SPACE
006270             ADD 1 TO WS-SKIPPED-COUNT
006280             SET WS-ENTRY-DONE TO TRUE
006290         WHEN 'X'
006300             SET WS-ENTRY-DONE TO TRUE
006310             SET WS-SESSION-DONE TO TRUE
006320         WHEN OTHER
006330             DISPLAY "CHOICE NOT RECOGNIZED"
006340     END-EVALUATE.
006350 2110-EXIT.
006360     EXIT.
006370*
006380*      2150-CHECK-CATEGORY POINTS OUT A CATEGORY THAT NO FORTUNE
006390*      CARRIES AND NO BOARD ASKS FOR -- ALLOWED, SINCE A NEW
006400*      CATEGORY HAS TO START SOMEWHERE, BUT IT MAY BE A TYPING
006410*      SLIP AND NOTHING WILL SHOW IT UNTIL A BOARD ASKS.
006420 2150-CHECK-CATEGORY.
006430     IF WS-DRAFT-CATEGORY NOT = SPACES
006440         MOVE 'N' TO WS-CATEGORY-SW
006450         PERFORM VARYING WS-FORTUNE-SUB FROM 1 BY 1
006460                 UNTIL WS-FORTUNE-SUB > WS-FORTUNE-COUNT
006470             IF WS-FORTUNE-CATEGORY (WS-FORTUNE-SUB)
006480                     = WS-DRAFT-CATEGORY
006490                 SET WS-CATEGORY-KNOWN TO TRUE
006500             END-IF
006510         END-PERFORM
006520         PERFORM VARYING WS-BOARD-SUB FROM 1 BY 1
006530                 UNTIL WS-BOARD-SUB > WS-BOARD-COUNT
006540             IF WS-BOARD-CATEGORY (WS-BOARD-SUB)
006550                     = WS-DRAFT-CATEGORY
006560                 SET WS-CATEGORY-KNOWN TO TRUE
006570             END-IF
006580         END-PERFORM
006590         IF NOT WS-CATEGORY-KNOWN
006600             DISPLAY "NOTE: NO FORTUNE OR BOARD USES CATEGORY "
006610                 WS-DRAFT-CATEGORY " YET"
006620         END-IF
006630     END-IF.
006640 2150-EXIT.
006650     EXIT.
006660*
006670*      2200-CHECK-DUPLICATES COMPARES THE DRAFT WITH EVERY LINE
006680*      IN WS-FORTUNE-TABLE AND LISTS THE CLOSE ONES. WS-DUP-COUNT
006690*      IS LEFT FOR 2300-APPROVE TO ASK ABOUT.
006700 2200-CHECK-DUPLICATES.
006710     MOVE WS-DRAFT-TEXT TO WS-SPLIT-TEXT.
006720     PERFORM 8000-SPLIT-WORDS THRU 8000-EXIT.
006730     MOVE WS-SPLIT-LIST TO WS-DRAFT-LIST.
006740     MOVE WS-SPLIT-TEXT TO WS-DRAFT-NORMAL.
006750     MOVE ZERO TO WS-DUP-COUNT.
006760     PERFORM VARYING WS-FORTUNE-SUB FROM 1 BY 1
006770             UNTIL WS-FORTUNE-SUB > WS-FORTUNE-COUNT
006780         PERFORM 2210-COMPARE-FORTUNE THRU 2210-EXIT
006790     END-PERFORM.
006800     IF WS-DUP-COUNT = ZERO
006810         DISPLAY "NO CLOSE MATCH ON FORTUNES.DAT"
006820     END-IF.
006830 2200-EXIT.
006840     EXIT.
006850*
006860 2210-COMPARE-FORTUNE.
006870     MOVE WS-FORTUNE-LINE (WS-FORTUNE-SUB) TO WS-SPLIT-TEXT.
006880     PERFORM 8000-SPLIT-WORDS THRU 8000-EXIT.
006890     MOVE ZERO TO WS-MATCH-PCT.
006900     IF WS-SPLIT-TEXT = WS-DRAFT-NORMAL
006910         MOVE 100 TO WS-MATCH-PCT
006920     ELSE
006930         PERFORM 2220-COUNT-SHARED THRU 2220-EXIT
006940     END-IF.
006950     IF WS-MATCH-PCT NOT < 60
006960         ADD 1 TO WS-DUP-COUNT
006970         MOVE WS-MATCH-PCT TO WS-PCT-ED
006980         DISPLAY "*** POSSIBLE DUPLICATE (" WS-PCT-ED
006990             "% OF WORDS SHARED) OF FORTUNES.DAT LINE:"
007000         DISPLAY "    " WS-FORTUNE-LINE (WS-FORTUNE-SUB)
007010     END-IF.
007020 2210-EXIT.
007030     EXIT.
007040*
007050*      2220-COUNT-SHARED COUNTS THE DRAFT'S WORDS THAT ALSO APPEAR
007060*      IN THE FORTUNE JUST SPLIT AND TURNS THAT INTO A PERCENTAGE
007070*      OF THE SHORTER LIST.
007080 2220-COUNT-SHARED.
007090     MOVE ZERO TO WS-SHARED-COUNT.
007100     IF WS-DRAFT-WORD-COUNT > ZERO AND WS-SPLIT-COUNT > ZERO
007110         PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
007120                 UNTIL WS-WORD-SUB > WS-DRAFT-WORD-COUNT
007130             MOVE 'N' TO WS-WORD-FOUND-SW
007140             PERFORM VARYING WS-WORD-SUB2 FROM 1 BY 1
007150                     UNTIL WS-WORD-SUB2 > WS-SPLIT-COUNT
007160                     OR WS-WORD-FOUND
007170                 IF WS-DRAFT-WORD (WS-WORD-SUB)
007180                         = WS-SPLIT-ENTRY (WS-WORD-SUB2)
007190                     SET WS-WORD-FOUND TO TRUE
007200                 END-IF
007210             END-PERFORM
007220             IF WS-WORD-FOUND
007230                 ADD 1 TO WS-SHARED-COUNT
007240             END-IF
007250         END-PERFORM
007260         MOVE WS-DRAFT-WORD-COUNT TO WS-SHORTER-COUNT
007270         IF WS-SPLIT-COUNT < WS-SHORTER-COUNT
007280             MOVE WS-SPLIT-COUNT TO WS-SHORTER-COUNT
007290         END-IF
007300         IF WS-SHARED-COUNT > WS-SHORTER-COUNT
007310             MOVE WS-SHORTER-COUNT TO WS-SHARED-COUNT
007320         END-IF
007330         IF WS-SHARED-COUNT NOT < 2
007340             COMPUTE WS-MATCH-PCT =
007350                 WS-SHARED-COUNT * 100 / WS-SHORTER-COUNT
007360         END-IF
007370     END-IF.
007380 2220-EXIT.
007390     EXIT.
007400*
007410*      2300-APPROVE POSTS THE DRAFT TO FORTUNES.DAT IF IT PASSES
007420*      2350-JUDGE-DRAFT AND, WHEN A DUPLICATE WAS FLAGGED, THE
007430*      MODERATOR CONFIRMS. ANYTHING SHORT OF THAT LEAVES THE
007440*      ENTRY OPEN ON THE SCREEN.
007450 2300-APPROVE.
007460     PERFORM 2350-JUDGE-DRAFT THRU 2350-EXIT.
007470     IF WS-DRAFT-OK AND WS-DUP-COUNT > ZERO
007480         DISPLAY "POSSIBLE DUPLICATE FLAGGED ABOVE -- APPROVE "
007490             "ANYWAY (Y/N): " WITH NO ADVANCING
007500         MOVE SPACE TO WS-ANSWER
007510         ACCEPT WS-ANSWER
007520         INSPECT WS-ANSWER
007530             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
007540         IF WS-ANSWER NOT = 'Y'
007550             MOVE 'N' TO WS-DRAFT-OK-SW
007560         END-IF
007570     END-IF.
007580     IF WS-DRAFT-OK
007590         PERFORM 2600-APPEND-FORTUNE THRU 2600-EXIT
007600     END-IF.
007610     IF WS-DRAFT-OK AND WS-APPEND-OK
007620         MOVE 'A'               TO SUB-DISPOSITION
007630         MOVE WS-RUN-DATE       TO SUB-DECIDED-DATE
007640         MOVE WS-MODERATOR      TO SUB-MODERATOR
007650         MOVE SPACES            TO SUB-REASON
007660         MOVE WS-DRAFT-TEXT     TO SUB-POSTED-TEXT
007670         MOVE WS-DRAFT-CATEGORY TO SUB-POSTED-CATEGORY
007680         MOVE WS-DRAFT-FROM     TO SUB-POSTED-FROM
007690         MOVE WS-DRAFT-TO       TO SUB-POSTED-TO
007700         ADD 1 TO WS-APPROVED-COUNT
007710         SET WS-ENTRY-DONE TO TRUE
007720         DISPLAY "APPROVED -- ADDED TO FORTUNES.DAT"
007730     ELSE
007740         DISPLAY "NOT APPROVED -- ENTRY STILL OPEN"
007750     END-IF.
007760 2300-EXIT.
007770     EXIT.
007780*
007790*      2350-JUDGE-DRAFT REFUSES A DRAFT FORTUNETELLER COULD NOT
007800*      USE: NO TEXT, A WINDOW DATE THAT IS NOT A DATE, A WINDOW
007810*      THAT ENDS BEFORE IT STARTS OR HAS ALREADY CLOSED, OR A
007820*      FORTUNES.DAT ALREADY AT THE 200 LINES FORTUNETELLER LOADS.
007830 2350-JUDGE-DRAFT.
007840     MOVE 'Y' TO WS-DRAFT-OK-SW.
007850     IF WS-DRAFT-TEXT = SPACES
007860         MOVE 'N' TO WS-DRAFT-OK-SW
007870         DISPLAY "THERE IS NO TEXT TO POST"
007880     END-IF.
007890     IF WS-FORTUNE-LINES NOT < 200
007900         MOVE 'N' TO WS-DRAFT-OK-SW
007910         DISPLAY "FORTUNES.DAT ALREADY HOLDS THE 200 LINES "
007920             "FORTUNETELLER LOADS -- RETIRE ONE FIRST"
007930     END-IF.
007940     MOVE WS-DRAFT-FROM TO WS-DATE-WORK.
007950     PERFORM 8100-CHECK-DATE THRU 8100-EXIT.
007960     IF NOT WS-DATE-OK
007970         MOVE 'N' TO WS-DRAFT-OK-SW
007980         DISPLAY "WINDOW FROM-DATE IS NOT A YYYYMMDD DATE"
007990     END-IF.
008000     MOVE WS-DRAFT-TO TO WS-DATE-WORK.
008010     PERFORM 8100-CHECK-DATE THRU 8100-EXIT.
008020     IF NOT WS-DATE-OK
008030         MOVE 'N' TO WS-DRAFT-OK-SW
008040         DISPLAY "WINDOW TO-DATE IS NOT A YYYYMMDD DATE"
008050     ELSE
008060         IF WS-DRAFT-TO NOT = SPACES
008070                 AND WS-DATE-WORK-NUM < WS-RUN-DATE
008080             MOVE 'N' TO WS-DRAFT-OK-SW
008090             DISPLAY "THE WINDOW HAS ALREADY CLOSED"
008100         END-IF
008110     END-IF.
008120     IF WS-DRAFT-OK
008130             AND WS-DRAFT-FROM NOT = SPACES
008140             AND WS-DRAFT-TO NOT = SPACES
008150             AND WS-DRAFT-FROM > WS-DRAFT-TO
008160         MOVE 'N' TO WS-DRAFT-OK-SW
008170         DISPLAY "THE WINDOW ENDS BEFORE IT STARTS"
008180     END-IF.
008190 2350-EXIT.
008200     EXIT.
008210*
008220*      2400-EDIT-DRAFT TAKES REPLACEMENT VALUES FIELD BY FIELD --
008230*      BLANK KEEPS WHAT IS THERE, '-' CLEARS A CATEGORY OR A
008240*      WINDOW DATE. THE ENTRY AS SENT IS NOT TOUCHED; ONLY THE
008250*      DRAFT CHANGES, AND IT IS SHOWN AND CHECKED AGAIN.
008260 2400-EDIT-DRAFT.
008270     DISPLAY "TEXT (BLANK=KEEP): " WITH NO ADVANCING.
008280     MOVE SPACES TO WS-ENTRY-TEXT.
008290     ACCEPT WS-ENTRY-TEXT.
008300     IF WS-ENTRY-TEXT NOT = SPACES
008310         MOVE WS-ENTRY-TEXT TO WS-DRAFT-TEXT
008320     END-IF.
008330     DISPLAY "CATEGORY (BLANK=KEEP, -=NONE): " WITH NO ADVANCING.
008340     MOVE SPACES TO WS-ENTRY-CATEGORY.
008350     ACCEPT WS-ENTRY-CATEGORY.
008360     INSPECT WS-ENTRY-CATEGORY
008370         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
008380     IF WS-ENTRY-CATEGORY = '-'
008390         MOVE SPACES TO WS-DRAFT-CATEGORY
008400     ELSE
008410         IF WS-ENTRY-CATEGORY NOT = SPACES
008420             MOVE WS-ENTRY-CATEGORY TO WS-DRAFT-CATEGORY
008430         END-IF
008440     END-IF.
008450     DISPLAY "WINDOW FROM YYYYMMDD (BLANK=KEEP, -=OPEN): "
008460         WITH NO ADVANCING.
008470     MOVE SPACES TO WS-ENTRY-DATE.
008480     ACCEPT WS-ENTRY-DATE.
008490     IF WS-ENTRY-DATE = '-'
008500         MOVE SPACES TO WS-DRAFT-FROM
008510     ELSE
008520         IF WS-ENTRY-DATE NOT = SPACES
008530             MOVE WS-ENTRY-DATE TO WS-DRAFT-FROM
008540         END-IF
008550     END-IF.
008560     DISPLAY "WINDOW TO YYYYMMDD (BLANK=KEEP, -=OPEN): "
008570         WITH NO ADVANCING.
008580     MOVE SPACES TO WS-ENTRY-DATE.
008590     ACCEPT WS-ENTRY-DATE.
008600     IF WS-ENTRY-DATE = '-'
008610         MOVE SPACES TO WS-DRAFT-TO
008620     ELSE
008630         IF WS-ENTRY-DATE NOT = SPACES
008640             MOVE WS-ENTRY-DATE TO WS-DRAFT-TO
008650         END-IF
008660     END-IF.
008670 2400-EXIT.
008680     EXIT.
008690*
008700*      2500-DECLINE NEEDS A REASON -- IT IS WHAT THE SUBMITTER
008710*      SEES ON THE MONTHLY REPORT. THE LINE STAYS ON THE QUEUE
008720*      FILE, MARKED DECLINED, FOR THE RECORD.
008730 2500-DECLINE.
008740     DISPLAY "REASON FOR DECLINING: " WITH NO ADVANCING.
008750     MOVE SPACES TO WS-ENTRY-REASON.
008760     ACCEPT WS-ENTRY-REASON.
008770     IF WS-ENTRY-REASON = SPACES
008780         DISPLAY "A DECLINE NEEDS A REASON -- ENTRY STILL OPEN"
008790     ELSE
008800         MOVE 'D'             TO SUB-DISPOSITION
008810         MOVE WS-RUN-DATE     TO SUB-DECIDED-DATE
008820         MOVE WS-MODERATOR    TO SUB-MODERATOR
008830         MOVE WS-ENTRY-REASON TO SUB-REASON
008840         MOVE SPACES          TO SUB-POSTED-TEXT
008850         MOVE SPACES          TO SUB-POSTED-CATEGORY
008860         MOVE SPACES          TO SUB-POSTED-FROM
008870         MOVE SPACES          TO SUB-POSTED-TO
008880         ADD 1 TO WS-DECLINED-COUNT
008890         SET WS-ENTRY-DONE TO TRUE
008900         DISPLAY "DECLINED -- KEPT ON FORTUNE-SUBMISSIONS.DAT"
008910     END-IF.
008920 2500-EXIT.
008930     EXIT.
008940*
008950*      2600-APPEND-FORTUNE ADDS THE DRAFT TO THE END OF
008960*      FORTUNES.DAT IN THE CATEGORY/WINDOW LAYOUT AND TO THE
008970*      SESSION'S TABLE, SO A LATER SUBMISSION SAYING THE SAME
008980*      THING IS FLAGGED AGAINST IT. OPEN EXTEND FAILS ON A
008990*      MISSING FILE, SO FALL BACK TO OUTPUT, WHICH CREATES IT.
009000 2600-APPEND-FORTUNE.
009010     MOVE 'N' TO WS-APPEND-OK-SW.
009020     OPEN EXTEND FORTUNE-FILE.
009030     IF WS-FORTUNE-STATUS = '35'
009040         OPEN OUTPUT FORTUNE-FILE
009050     END-IF.
009060     IF WS-FORTUNE-STATUS = '00'
009070         MOVE SPACES            TO FORTUNE-FILE-REC
009080         MOVE WS-DRAFT-TEXT     TO FORTUNE-REC-TEXT
009090         MOVE WS-DRAFT-CATEGORY TO FORTUNE-REC-CATEGORY
009100         MOVE WS-DRAFT-FROM     TO FORTUNE-REC-FROM
009110         MOVE WS-DRAFT-TO       TO FORTUNE-REC-TO
009120         WRITE FORTUNE-FILE-REC
009130         IF WS-FORTUNE-STATUS = '00'
009140             MOVE 'Y' TO WS-APPEND-OK-SW
009150         END-IF
009160         CLOSE FORTUNE-FILE
009170     END-IF.
009180     IF WS-APPEND-OK
009190         ADD 1 TO WS-FORTUNE-LINES
009200         IF WS-FORTUNE-COUNT < 200
009210             ADD 1 TO WS-FORTUNE-COUNT
009220             MOVE WS-DRAFT-TEXT TO
009230                WS-FORTUNE-LINE (WS-FORTUNE-COUNT)
009240             MOVE WS-DRAFT-CATEGORY TO
009250                WS-FORTUNE-CATEGORY (WS-FORTUNE-COUNT)
009260         END-IF
009270     ELSE
009280         DISPLAY "FORTUNES.DAT COULD NOT BE UPDATED, STATUS: "
009290             WS-FORTUNE-STATUS
009300     END-IF.
009310 2600-EXIT.
009320     EXIT.
009330*
009340*      3000-REWRITE-QUEUE WRITES THE WHOLE FILE BACK FROM THE
009350*      SESSION TABLE SO THE DECISIONS JUST TAKEN ARE DURABLE.
009353*      LINES SUBMITTED SINCE THE QUEUE WAS LOADED ARE READ BACK
009356*      FIRST AND WRITTEN AFTER THE SESSION TABLE, STILL PENDING.
009360 3000-REWRITE-QUEUE.
009362     PERFORM 3100-PICK-UP-LATE-LINES THRU 3100-EXIT.
009364     IF WS-LATE-FULL
009366         DISPLAY "MORE THAN 500 SUBMISSIONS ARRIVED DURING THE "
009368             "SESSION -- FORTUNE-SUBMISSIONS.DAT NOT REWRITTEN"
009370         DISPLAY "APPROVALS ARE ON FORTUNES.DAT BUT STILL SHOW "
009372             "AS PENDING ON THE QUEUE"
009374         MOVE 8 TO RETURN-CODE
009376     ELSE
009378         OPEN OUTPUT SUB-FILE
009380         PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
009390                 UNTIL WS-SUB-SUB > WS-SUB-COUNT
009400             MOVE WS-SUB-IMAGE (WS-SUB-SUB) TO SUB-FILE-REC
009401             WRITE SUB-FILE-REC
009402         END-PERFORM
009403         PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
009404                 UNTIL WS-SUB-SUB > WS-LATE-COUNT
009405             MOVE WS-LATE-IMAGE (WS-SUB-SUB) TO SUB-FILE-REC
009406             WRITE SUB-FILE-REC
009407         END-PERFORM
009408         CLOSE SUB-FILE
009409         IF WS-LATE-COUNT > ZERO
009410             DISPLAY WS-LATE-COUNT " NEW SUBMISSION(S) ARRIVED "
009411                 "DURING THE SESSION -- LEFT PENDING"
009413         END-IF
009414     END-IF.
009415 3000-EXIT.
009416     EXIT.
009417*
009418*      3100-PICK-UP-LATE-LINES READS THE SUBMISSIONS FILE AGAIN
009419*      AND HOLDS EVERY LINE PAST THE WS-SUB-COUNT LOADED AT THE
009420*      START OF THE SESSION.
009421 3100-PICK-UP-LATE-LINES.
009422     MOVE ZERO TO WS-LATE-COUNT.
009423     MOVE ZERO TO WS-READ-COUNT.
009425     MOVE 'N' TO WS-EOF.
009426     OPEN INPUT SUB-FILE.
009427     IF WS-SUB-STATUS = '00'
009428         PERFORM UNTIL WS-EOF-YES
009429             READ SUB-FILE
009430                 AT END
009431                     MOVE 'Y' TO WS-EOF
009432                 NOT AT END
009433                     ADD 1 TO WS-READ-COUNT
009434                     IF WS-READ-COUNT > WS-SUB-COUNT
009435                         IF WS-LATE-COUNT < 500
009436                             ADD 1 TO WS-LATE-COUNT
009438                             MOVE SUB-FILE-REC TO
009439                                WS-LATE-IMAGE (WS-LATE-COUNT)
009440                         ELSE
009441                             SET WS-LATE-FULL TO TRUE
009442                         END-IF
009443                     END-IF
009444             END-READ
009445         END-PERFORM
009446         CLOSE SUB-FILE
009447     END-IF.
009448 3100-EXIT.
009450     EXIT.
009460*
009470 3900-TERMINATE.
009480     DISPLAY " ".
009490     DISPLAY "SUBMISSIONS APPROVED: " WS-APPROVED-COUNT.
009500     DISPLAY "SUBMISSIONS DECLINED: " WS-DECLINED-COUNT.
009510     DISPLAY "SUBMISSIONS SKIPPED : " WS-SKIPPED-COUNT.
009520     DISPLAY "MODERATION SESSION COMPLETE.".
009530 3900-EXIT.
009540     EXIT.
009550*
009560*      4000-MONTHLY-REPORT WRITES FORTUNE-SUBMISSIONS.RPT FOR THE
009570*      REPORT MONTH. IT ONLY READS -- NOTHING ON THE QUEUE OR ON
009580*      FORTUNES.DAT CHANGES.
009590 4000-MONTHLY-REPORT.
009600     IF WS-ARG-BAD
009610         DISPLAY "REPORT MONTH MUST BE YYYYMM, THIS MONTH OR "
009620             "EARLIER -- E.G. 'FORTUNE-MODERATE R 202609'"
009630         MOVE 8 TO RETURN-CODE
009640     ELSE
009650         OPEN OUTPUT SUB-RPT
009660         MOVE SPACES TO SUB-RPT-REC
009670         STRING "FORTUNE SUBMISSIONS REPORT FOR " WS-RPT-LABEL
009680             "          RUN " WS-RUN-DATE
009690             DELIMITED BY SIZE INTO SUB-RPT-REC
009700         WRITE SUB-RPT-REC
009710         IF NOT WS-QUEUE-FOUND
009720             MOVE "NO FORTUNE-SUBMISSIONS.DAT ON FILE"
009730                 TO SUB-RPT-REC
009740             WRITE SUB-RPT-REC
009750         END-IF
009760         IF WS-QUEUE-FULL
009770             MOVE SPACES TO SUB-RPT-REC
009780             STRING "FORTUNE-SUBMISSIONS.DAT HAS MORE THAN 500 "
009790                 "LINES -- ONLY THE FIRST 500 ARE REPORTED"
009800                 DELIMITED BY SIZE INTO SUB-RPT-REC
009810             WRITE SUB-RPT-REC
009820         END-IF
009830         PERFORM 4200-BY-SUBMITTER THRU 4200-EXIT
009840         PERFORM 4400-LOAD-SHOWINGS THRU 4400-EXIT
009850         PERFORM 4500-APPROVED-SHOWINGS THRU 4500-EXIT
009860         PERFORM 4700-QUEUE-SUMMARY THRU 4700-EXIT
009870         CLOSE SUB-RPT
009880         DISPLAY "FORTUNE SUBMISSIONS REPORT FOR " WS-RPT-LABEL
009890             " WRITTEN TO FORTUNE-SUBMISSIONS.RPT"
009900     END-IF.
009910 4000-EXIT.
009920     EXIT.
009930*
009940*      4200-BY-SUBMITTER LISTS EVERY ENTRY SENT OR DECIDED IN THE
009950*      REPORT MONTH, GROUPED BY SUBMITTER IN THE ORDER EACH FIRST
009960*      APPEARS ON THE QUEUE, WITH A SUBTOTAL PER SUBMITTER.
009970 4200-BY-SUBMITTER.
009980     MOVE SPACES TO SUB-RPT-REC.
009990     WRITE SUB-RPT-REC.
010000     STRING "SUBMISSIONS SENT OR DECIDED IN " WS-RPT-LABEL
010010         ", BY SUBMITTER"
010020         DELIMITED BY SIZE INTO SUB-RPT-REC.
010030     WRITE SUB-RPT-REC.
010040     MOVE SPACES TO SUB-RPT-REC.
010050     STRING "SUBMITTER            SENT     DECIDED  BY       "
010060         "OUTCOME  CATEGORY TEXT"
010070         DELIMITED BY SIZE INTO SUB-RPT-REC.
010080     WRITE SUB-RPT-REC.
010090     MOVE SPACES TO SUB-RPT-REC.
010100     STRING "-------------------- -------- -------- -------- "
010110         "-------- -------- ----"
010120         DELIMITED BY SIZE INTO SUB-RPT-REC.
010130     WRITE SUB-RPT-REC.
010140     MOVE ZERO TO WS-WHO-COUNT.
010150     PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
010160             UNTIL WS-SUB-SUB > WS-SUB-COUNT
010170         MOVE WS-SUB-IMAGE (WS-SUB-SUB) TO WS-WORK-SUBMISSION
010180         PERFORM 4210-JUDGE-IN-MONTH THRU 4210-EXIT
010190         IF WS-IN-MONTH
010200             PERFORM 4220-NOTE-SUBMITTER THRU 4220-EXIT
010210         END-IF
010220     END-PERFORM.
010230     IF WS-WHO-COUNT = ZERO
010240         MOVE "  NO SUBMISSIONS SENT OR DECIDED THIS MONTH"
010250             TO SUB-RPT-REC
010260         WRITE SUB-RPT-REC
010270     ELSE
010280         PERFORM VARYING WS-WHO-SUB FROM 1 BY 1
010290                 UNTIL WS-WHO-SUB > WS-WHO-COUNT
010300             PERFORM 4230-PRINT-SUBMITTER THRU 4230-EXIT
010310         END-PERFORM
010320         MOVE WS-TOT-SENT     TO WS-COUNT-ED
010330         MOVE WS-TOT-APPROVED TO WS-COUNT-ED2
010340         MOVE WS-TOT-DECLINED TO WS-COUNT-ED3
010350         MOVE WS-TOT-PENDING  TO WS-COUNT-ED4
010360         MOVE SPACES TO SUB-RPT-REC
010370         STRING "MONTH TOTAL -- ENTRIES " WS-COUNT-ED
010380             "  APPROVED " WS-COUNT-ED2
010390             "  DECLINED " WS-COUNT-ED3
010400             "  STILL PENDING " WS-COUNT-ED4
010410             DELIMITED BY SIZE INTO SUB-RPT-REC
010420         WRITE SUB-RPT-REC
010430     END-IF.
010440 4200-EXIT.
010450     EXIT.
010460*
010470*      4210-JUDGE-IN-MONTH -- AN ENTRY BELONGS TO THE MONTH IT WAS
010480*      SENT IN AND, IF DECIDED LATER, THE MONTH IT WAS DECIDED IN.
010490 4210-JUDGE-IN-MONTH.
010500     MOVE 'N' TO WS-IN-MONTH-SW.
010510     IF SUB-TEXT NOT = SPACES
010520         IF SUB-DATE (1:6) = WS-RPT-PERIOD
010530             SET WS-IN-MONTH TO TRUE
010540         END-IF
010550         IF NOT SUB-PENDING
010560                 AND SUB-DECIDED-DATE (1:6) = WS-RPT-PERIOD
010570             SET WS-IN-MONTH TO TRUE
010580         END-IF
010590     END-IF.
010600     MOVE SUB-SUBMITTER TO WS-WHO-KEY.
010610     IF WS-WHO-KEY = SPACES
010620         MOVE "(NOT SIGNED)" TO WS-WHO-KEY
010630     END-IF.
010640 4210-EXIT.
010650     EXIT.
010660*
010670 4220-NOTE-SUBMITTER.
010680     MOVE 'N' TO WS-WORD-FOUND-SW.
010690     PERFORM VARYING WS-WHO-SUB FROM 1 BY 1
010700             UNTIL WS-WHO-SUB > WS-WHO-COUNT
010710             OR WS-WORD-FOUND
010720         IF WS-WHO-NAME (WS-WHO-SUB) = WS-WHO-KEY
010730             SET WS-WORD-FOUND TO TRUE
010740         END-IF
010750     END-PERFORM.
010760     IF NOT WS-WORD-FOUND
010770         IF WS-WHO-COUNT < 200
010780             ADD 1 TO WS-WHO-COUNT
010790             MOVE WS-WHO-KEY TO WS-WHO-NAME (WS-WHO-COUNT)
010800         ELSE
010810             IF NOT WS-WHO-TABLE-FULL
010820                 SET WS-WHO-TABLE-FULL TO TRUE
010830                 MOVE SPACES TO SUB-RPT-REC
010840                 STRING "MORE THAN 200 SUBMITTERS THIS MONTH -- "
010850                     "THE REST ARE NOT LISTED"
010860                     DELIMITED BY SIZE INTO SUB-RPT-REC
010870                 WRITE SUB-RPT-REC
010880             END-IF
010890         END-IF
010900     END-IF.
010910 4220-EXIT.
010920     EXIT.
010930*
010940*      4230-PRINT-SUBMITTER LISTS ONE SUBMITTER'S ENTRIES FOR THE
010950*      MONTH. A DECLINE PRINTS ITS REASON UNDERNEATH; AN APPROVAL
010960*      THE MODERATOR CHANGED PRINTS WHAT WAS ACTUALLY POSTED.
010970 4230-PRINT-SUBMITTER.
010980     MOVE ZERO TO WS-WHO-SENT WS-WHO-APPROVED
010990                  WS-WHO-DECLINED WS-WHO-PENDING.
011000     PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
011010             UNTIL WS-SUB-SUB > WS-SUB-COUNT
011020         MOVE WS-SUB-IMAGE (WS-SUB-SUB) TO WS-WORK-SUBMISSION
011030         PERFORM 4210-JUDGE-IN-MONTH THRU 4210-EXIT
011040         IF WS-IN-MONTH
011050                 AND WS-WHO-KEY = WS-WHO-NAME (WS-WHO-SUB)
011060             PERFORM 4240-PRINT-SUBMISSION THRU 4240-EXIT
011070         END-IF
011080     END-PERFORM.
011090     MOVE WS-WHO-SENT     TO WS-COUNT-ED.
011100     MOVE WS-WHO-APPROVED TO WS-COUNT-ED2.
011110     MOVE WS-WHO-DECLINED TO WS-COUNT-ED3.
011120     MOVE WS-WHO-PENDING  TO WS-COUNT-ED4.
011130     MOVE SPACES TO SUB-RPT-REC.
011140     STRING "    " WS-WHO-NAME (WS-WHO-SUB)
011150         " -- ENTRIES " WS-COUNT-ED
011160         "  APPROVED " WS-COUNT-ED2
011170         "  DECLINED " WS-COUNT-ED3
011180         "  STILL PENDING " WS-COUNT-ED4
011190         DELIMITED BY SIZE INTO SUB-RPT-REC.
011200     WRITE SUB-RPT-REC.
011210     MOVE SPACES TO SUB-RPT-REC.
011220     WRITE SUB-RPT-REC.
011230     ADD WS-WHO-SENT     TO WS-TOT-SENT.
011240     ADD WS-WHO-APPROVED TO WS-TOT-APPROVED.
011250     ADD WS-WHO-DECLINED TO WS-TOT-DECLINED.
011260     ADD WS-WHO-PENDING  TO WS-TOT-PENDING.
011270 4230-EXIT.
011280     EXIT.
011290*
011300 4240-PRINT-SUBMISSION.
011310     ADD 1 TO WS-WHO-SENT.
011320     EVALUATE TRUE
011330         WHEN SUB-APPROVED
011340             MOVE "APPROVED" TO WS-OUTCOME
011350             ADD 1 TO WS-WHO-APPROVED
011360         WHEN SUB-DECLINED
011370             MOVE "DECLINED" TO WS-OUTCOME
011380             ADD 1 TO WS-WHO-DECLINED
011390         WHEN OTHER
011400             MOVE "PENDING" TO WS-OUTCOME
011410             ADD 1 TO WS-WHO-PENDING
011420     END-EVALUATE.
011430     MOVE SPACES TO SUB-RPT-REC.
011440     STRING WS-WHO-KEY " " SUB-DATE " " SUB-DECIDED-DATE " "
011450         SUB-MODERATOR " " WS-OUTCOME " " SUB-CATEGORY " "
011460         SUB-TEXT
011470         DELIMITED BY SIZE INTO SUB-RPT-REC.
011480     WRITE SUB-RPT-REC.
011490     IF SUB-DECLINED
011500         MOVE SPACES TO SUB-RPT-REC
011510         STRING WS-RPT-INDENT "REASON: " SUB-REASON
011520             DELIMITED BY SIZE INTO SUB-RPT-REC
011530         WRITE SUB-RPT-REC
011540     END-IF.
011550     IF SUB-APPROVED
011560         IF SUB-POSTED-TEXT NOT = SUB-TEXT
011570             MOVE SPACES TO SUB-RPT-REC
011580             STRING WS-RPT-INDENT "POSTED AS: " SUB-POSTED-TEXT
011590                 DELIMITED BY SIZE INTO SUB-RPT-REC
011600             WRITE SUB-RPT-REC
011610         END-IF
011620         IF SUB-POSTED-CATEGORY NOT = SUB-CATEGORY
011630                 OR SUB-POSTED-FROM NOT = SUB-FROM
011640                 OR SUB-POSTED-TO NOT = SUB-TO
011650             MOVE SPACES TO SUB-RPT-REC
011660             MOVE SUB-POSTED-CATEGORY TO WS-SHOW-CATEGORY
011670             IF WS-SHOW-CATEGORY = SPACES
011680                 MOVE "(NONE)" TO WS-SHOW-CATEGORY
011690             END-IF
011700             MOVE SUB-POSTED-FROM TO WS-SHOW-FROM
011710             IF WS-SHOW-FROM = SPACES
011720                 MOVE "OPEN" TO WS-SHOW-FROM
011730             END-IF
011740             MOVE SUB-POSTED-TO TO WS-SHOW-TO
011750             IF WS-SHOW-TO = SPACES
011760                 MOVE "OPEN" TO WS-SHOW-TO
011770             END-IF
011780             STRING WS-RPT-INDENT "POSTED UNDER CATEGORY "
011790                 WS-SHOW-CATEGORY " WINDOW " WS-SHOW-FROM
011800                 " TO " WS-SHOW-TO
011810                 DELIMITED BY SIZE INTO SUB-RPT-REC
011820             WRITE SUB-RPT-REC
011830         END-IF
011840     END-IF.
011850 4240-EXIT.
011860     EXIT.
011870*
011880*      4400-LOAD-SHOWINGS READS FORTUNE-HISTORY.LOG ONCE AND, FOR
011890*      EVERY APPROVED ENTRY, COUNTS THE TIMES ITS TEXT AS POSTED
011900*      WAS SHOWN ON OR AFTER ITS APPROVAL DATE -- IN THE REPORT
011910*      MONTH AND TO DATE -- AND KEEPS THE LAST DATE SHOWN.
011920 4400-LOAD-SHOWINGS.
011930     PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
011940             UNTIL WS-SUB-SUB > WS-SUB-COUNT
011950         MOVE WS-SUB-IMAGE (WS-SUB-SUB) TO WS-WORK-SUBMISSION
011960         MOVE SPACES TO WS-SHOWN-TEXT (WS-SUB-SUB)
011970         MOVE ZERO   TO WS-SHOWN-SINCE (WS-SUB-SUB)
011980         MOVE ZERO   TO WS-SHOWN-MONTH (WS-SUB-SUB)
011990         MOVE ZERO   TO WS-SHOWN-TOTAL (WS-SUB-SUB)
012000         MOVE ZERO   TO WS-SHOWN-LAST (WS-SUB-SUB)
012010         IF SUB-APPROVED
012020             MOVE SUB-POSTED-TEXT TO WS-SHOWN-TEXT (WS-SUB-SUB)
012030             MOVE SUB-DECIDED-DATE TO WS-DATE-WORK
012040             IF WS-DATE-WORK IS NUMERIC
012050                 MOVE WS-DATE-WORK-NUM
012060                     TO WS-SHOWN-SINCE (WS-SUB-SUB)
012070             END-IF
012080         END-IF
012090     END-PERFORM.
012100     MOVE 'N' TO WS-EOF.
012110     OPEN INPUT FORTUNE-LOG.
012120     IF WS-LOG-STATUS = '35'
012130         MOVE 'Y' TO WS-EOF
012140     ELSE
012150         MOVE 'Y' TO WS-LOG-FOUND-SW
012160         PERFORM UNTIL WS-EOF-YES
012170             READ FORTUNE-LOG
012180                 AT END
012190                     MOVE 'Y' TO WS-EOF
012200                 NOT AT END
012210                     IF LOG-RUN-DATE IS NUMERIC
012220                         PERFORM 4410-COUNT-SHOWING THRU 4410-EXIT
012230                     END-IF
012240             END-READ
012250         END-PERFORM
012260         CLOSE FORTUNE-LOG
012270     END-IF.
012280 4400-EXIT.
012290     EXIT.
012300*
012310 4410-COUNT-SHOWING.
012320     PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
012330             UNTIL WS-SUB-SUB > WS-SUB-COUNT
012340         IF WS-SHOWN-TEXT (WS-SUB-SUB) NOT = SPACES
012350                 AND LOG-FORTUNE-TEXT = WS-SHOWN-TEXT (WS-SUB-SUB)
012360                 AND LOG-RUN-DATE NOT <
012370                     WS-SHOWN-SINCE (WS-SUB-SUB)
012380             ADD 1 TO WS-SHOWN-TOTAL (WS-SUB-SUB)
012390             IF LOG-RUN-DATE (1:6) = WS-RPT-PERIOD
012400                 ADD 1 TO WS-SHOWN-MONTH (WS-SUB-SUB)
012410             END-IF
012420             IF LOG-RUN-DATE > WS-SHOWN-LAST (WS-SUB-SUB)
012430                 MOVE LOG-RUN-DATE TO WS-SHOWN-LAST (WS-SUB-SUB)
012440             END-IF
012450         END-IF
012460     END-PERFORM.
012470 4410-EXIT.
012480     EXIT.
012490*
012500*      4500-APPROVED-SHOWINGS LISTS EVERY ENTRY APPROVED UP TO THE
012510*      END OF THE REPORT MONTH WITH ITS SHOWINGS, AND WHETHER IT
012520*      IS STILL ON FORTUNES.DAT OR HAS SINCE BEEN RETIRED.
012530 4500-APPROVED-SHOWINGS.
012540     MOVE SPACES TO SUB-RPT-REC.
012550     WRITE SUB-RPT-REC.
012560     MOVE SPACES TO SUB-RPT-REC.
012570     STRING "APPROVED SUBMISSIONS -- TIMES SHOWN PER "
012580         "FORTUNE-HISTORY.LOG"
012590         DELIMITED BY SIZE INTO SUB-RPT-REC.
012600     WRITE SUB-RPT-REC.
012610     MOVE SPACES TO SUB-RPT-REC.
012620     STRING "APPROVED SUBMITTER            IN MONTH  TO DATE "
012630         "LAST SHOWN ON FILE  TEXT AS POSTED"
012640         DELIMITED BY SIZE INTO SUB-RPT-REC.
012650     WRITE SUB-RPT-REC.
012660     MOVE SPACES TO SUB-RPT-REC.
012670     STRING "-------- -------------------- --------  ------- "
012680         "---------- -------  --------------"
012690         DELIMITED BY SIZE INTO SUB-RPT-REC.
012700     WRITE SUB-RPT-REC.
012710     MOVE ZERO TO WS-LISTED-COUNT WS-SHOWN-IN-MONTH
012720                  WS-NEVER-SHOWN.
012730     PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
012740             UNTIL WS-SUB-SUB > WS-SUB-COUNT
012750         MOVE WS-SUB-IMAGE (WS-SUB-SUB) TO WS-WORK-SUBMISSION
012760         IF SUB-APPROVED
012770                 AND SUB-DECIDED-DATE (1:6) NOT > WS-RPT-PERIOD
012780             PERFORM 4510-PRINT-APPROVED THRU 4510-EXIT
012790         END-IF
012800     END-PERFORM.
012810     MOVE SPACES TO SUB-RPT-REC.
012820     IF WS-LISTED-COUNT = ZERO
012830         MOVE "  NO SUBMISSIONS APPROVED YET" TO SUB-RPT-REC
012840     ELSE
012850         MOVE WS-LISTED-COUNT   TO WS-COUNT-ED
012860         MOVE WS-SHOWN-IN-MONTH TO WS-COUNT-ED2
012870         MOVE WS-NEVER-SHOWN    TO WS-COUNT-ED3
012880         STRING "APPROVED TO DATE " WS-COUNT-ED
012890             "  SHOWN IN " WS-RPT-LABEL " " WS-COUNT-ED2
012900             "  NEVER SHOWN YET " WS-COUNT-ED3
012910             DELIMITED BY SIZE INTO SUB-RPT-REC
012920     END-IF.
012930     WRITE SUB-RPT-REC.
012940     IF WS-LOG-FOUND
012950         MOVE SPACES TO SUB-RPT-REC
012960         STRING "COUNTS COVER THE LIVE FORTUNE-HISTORY.LOG "
012970             "ONLY -- LINES HISTORY-PURGE HAS ARCHIVED ARE "
012980             "NOT INCLUDED"
012990             DELIMITED BY SIZE INTO SUB-RPT-REC
013000     ELSE
013010         MOVE SPACES TO SUB-RPT-REC
013020         STRING "NO FORTUNE-HISTORY.LOG ON FILE -- NO SHOWINGS "
013030             "COUNTED"
013040             DELIMITED BY SIZE INTO SUB-RPT-REC
013050     END-IF.
013060     WRITE SUB-RPT-REC.
013070 4500-EXIT.
013080     EXIT.
013090*
013100 4510-PRINT-APPROVED.
013110     ADD 1 TO WS-LISTED-COUNT.
013120     IF WS-SHOWN-MONTH (WS-SUB-SUB) > ZERO
013130         ADD 1 TO WS-SHOWN-IN-MONTH
013140     END-IF.
013150     IF WS-SHOWN-TOTAL (WS-SUB-SUB) = ZERO
013160         ADD 1 TO WS-NEVER-SHOWN
013170         MOVE "NEVER" TO WS-LAST-SHOWN
013180     ELSE
013190         MOVE WS-SHOWN-LAST (WS-SUB-SUB) TO WS-LAST-SHOWN
013200     END-IF.
013210     MOVE "RETIRED" TO WS-ON-FILE.
013220     PERFORM VARYING WS-FORTUNE-SUB FROM 1 BY 1
013230             UNTIL WS-FORTUNE-SUB > WS-FORTUNE-COUNT
013240         IF WS-FORTUNE-LINE (WS-FORTUNE-SUB) = SUB-POSTED-TEXT
013250             MOVE "YES" TO WS-ON-FILE
013260         END-IF
013270     END-PERFORM.
013280     MOVE SUB-SUBMITTER TO WS-WHO-KEY.
013290     IF WS-WHO-KEY = SPACES
013300         MOVE "(NOT SIGNED)" TO WS-WHO-KEY
013310     END-IF.
013320     MOVE WS-SHOWN-MONTH (WS-SUB-SUB) TO WS-SHOW-ED.
013330     MOVE WS-SHOWN-TOTAL (WS-SUB-SUB) TO WS-SHOW-ED2.
013340     MOVE SPACES TO SUB-RPT-REC.
013350     STRING SUB-DECIDED-DATE " " WS-WHO-KEY "   " WS-SHOW-ED
013360         "    " WS-SHOW-ED2 " " WS-LAST-SHOWN "   " WS-ON-FILE
013370         "  " SUB-POSTED-TEXT
013380         DELIMITED BY SIZE INTO SUB-RPT-REC.
013390     WRITE SUB-RPT-REC.
013400 4510-EXIT.
013410     EXIT.
013420*
013430*      4700-QUEUE-SUMMARY SAYS HOW MUCH IS STILL WAITING FOR A
013440*      MODERATOR AND HOW LONG THE OLDEST OF IT HAS WAITED.
013450 4700-QUEUE-SUMMARY.
013460     MOVE SPACES TO WS-OLDEST-PENDING.
013470     PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
013480             UNTIL WS-SUB-SUB > WS-SUB-COUNT
013490         MOVE WS-SUB-IMAGE (WS-SUB-SUB) TO WS-WORK-SUBMISSION
013500         IF SUB-PENDING AND SUB-TEXT NOT = SPACES
013510                 AND SUB-DATE NOT = SPACES
013520             IF WS-OLDEST-PENDING = SPACES
013530                     OR SUB-DATE < WS-OLDEST-PENDING
013540                 MOVE SUB-DATE TO WS-OLDEST-PENDING
013550             END-IF
013560         END-IF
013570     END-PERFORM.
013580     MOVE SPACES TO SUB-RPT-REC.
013590     WRITE SUB-RPT-REC.
013600     MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
013610     IF WS-OLDEST-PENDING = SPACES
013620         STRING "STILL AWAITING MODERATION: " WS-COUNT-ED
013630             DELIMITED BY SIZE INTO SUB-RPT-REC
013640     ELSE
013650         STRING "STILL AWAITING MODERATION: " WS-COUNT-ED
013660             "  OLDEST SENT " WS-OLDEST-PENDING
013670             DELIMITED BY SIZE INTO SUB-RPT-REC
013680     END-IF.
013690     WRITE SUB-RPT-REC.
013700 4700-EXIT.
013710     EXIT.
013720*
013730*      8000-SPLIT-WORDS BOILS WS-SPLIT-TEXT DOWN IN PLACE (UPPER
013740*      CASE, PUNCTUATION TO SPACES) AND LISTS ITS SIGNIFICANT
013750*      WORDS IN WS-SPLIT-LIST.
013760 8000-SPLIT-WORDS.
013770     INSPECT WS-SPLIT-TEXT
013780         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
013790     INSPECT WS-SPLIT-TEXT
013800         CONVERTING WS-PUNCTUATION TO WS-PUNCTUATION-BLANKS.
013810     MOVE ZERO TO WS-SPLIT-COUNT.
013820     MOVE 1 TO WS-SPLIT-PTR.
013830     PERFORM 8010-NEXT-WORD THRU 8010-EXIT
013840         UNTIL WS-SPLIT-PTR > 80 OR WS-SPLIT-COUNT = 40.
013850 8000-EXIT.
013860     EXIT.
013870*
013880 8010-NEXT-WORD.
013890     MOVE SPACES TO WS-SPLIT-WORD.
013900     UNSTRING WS-SPLIT-TEXT DELIMITED BY ALL SPACE
013910         INTO WS-SPLIT-WORD
013920         WITH POINTER WS-SPLIT-PTR.
013930     IF WS-SPLIT-WORD (3:1) NOT = SPACE
013940             AND NOT WS-FILLER-WORD
013950         ADD 1 TO WS-SPLIT-COUNT
013960         MOVE WS-SPLIT-WORD TO WS-SPLIT-ENTRY (WS-SPLIT-COUNT)
013970     END-IF.
013980 8010-EXIT.
013990     EXIT.
014000*
014010*      8100-CHECK-DATE PASSES A BLANK WS-DATE-WORK (AN OPEN SIDE
014020*      OF THE WINDOW) OR A YYYYMMDD DATE WITH A REAL MONTH AND A
014030*      DAY OF 01 THROUGH 31.
014040 8100-CHECK-DATE.
014050     MOVE 'Y' TO WS-DATE-OK-SW.
014060     IF WS-DATE-WORK NOT = SPACES
014070         IF WS-DATE-WORK IS NOT NUMERIC
014080             MOVE 'N' TO WS-DATE-OK-SW
014090         ELSE
014100             IF WS-DATE-WORK-YEAR < 1900
014110                     OR WS-DATE-WORK-MONTH < 1
014120                     OR WS-DATE-WORK-MONTH > 12
014130                     OR WS-DATE-WORK-DAY < 1
014140                     OR WS-DATE-WORK-DAY > 31
014150                 MOVE 'N' TO WS-DATE-OK-SW
014160             END-IF
014170         END-IF
014180     END-IF.
014190 8100-EXIT.
014200     EXIT.
