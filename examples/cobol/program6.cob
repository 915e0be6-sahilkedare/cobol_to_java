000287*                    SOURCE BYTE (WRITTEN BLANK HERE) SO THE   *
000288*                    LAYOUT STAYS IN STEP WITH EMPLOYEE-       *
000289*                    UPDATE'S TRANSACTION RECORD.              *
000290*  10/15/2026 RH    REJECT-REPAIR NOW SIGNS ON AGAINST         *
000292*                    OPERATOR-MASTER.DAT AND NEEDS REPAIR      *
000293*                    AUTHORITY. EACH RESUBMIT CARRIES THE      *
000295*                    ORIGINAL KEYER FROM THE REJECT PLUS THE   *
000296*                    SIGNED-ON OPERATOR AS REPAIRER, AND EVERY *
000298*                    RESUBMIT AND WRITE-OFF GOES TO            *
000299*                    OPERATOR-SESSION-LOG.DAT.                 *
000301*  10/15/2026 RH    OPERATOR-REC PICKED UP THE KEYING          *
000302*                    AUTHORITY BYTE TRANS-ENTRY SIGNS ON WITH, *
000304*                    SO THE LAYOUT STAYS IN STEP WITH          *
000305*                    OPERATOR-MASTER.DAT.                      *
000307*--------------------------------------------------------------*
000308*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000370     SELECT TRANS-OUT ASSIGN TO 'EMPLOYEE-TRANS.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRANS-STATUS.
000391     SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR-MASTER.DAT'
000392         ORGANIZATION IS LINE SEQUENTIAL
000394         FILE STATUS IS WS-OPR-STATUS.
000395     SELECT SESSION-LOG ASSIGN TO 'OPERATOR-SESSION-LOG.DAT'
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS WS-SLOG-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000610     05  REJ-REASON-TEXT   PIC X(30).
000620     05  FILLER            PIC X(01).
000630     05  REJ-DISPOSITION   PIC X(01).
000633     05  FILLER            PIC X(01).
000636     05  REJ-KEYED-BY      PIC X(08).
000640
000650*      TRANS-OUT IS THE NORMAL EMPLOYEE-TRANS.DAT LAYOUT --
000660*      CORRECTED REJECTS GO BACK THROUGH THE SAME VALIDATED
000752*      TRANS-SOURCE STAYS BLANK HERE -- 'R' IS RESERVED FOR THE
000753*      CORRECTIONS EMPLOYEE-UPDATE'S RETRO MODE GENERATES.
000754     05  TRANS-SOURCE      PIC X(01).
000755*      A RESUBMIT KEEPS THE ORIGINAL KEYER FROM THE REJECT AND
000756*      NAMES THE SIGNED-ON OPERATOR AS ITS REPAIRER, SO APPROVAL-
000757*      REVIEW CAN KEEP BOTH OF THEM OFF THE APPROVAL.
000758     05  TRANS-KEYED-BY    PIC X(08).
000759     05  TRANS-REPAIRED-BY PIC X(08).
000760
000761*      OPERATOR-FILE IS THE MAINTAINED SIGN-ON LIST -- ONE LINE
000762*      PER OPERATOR WITH A PASSWORD, AN ACTIVE BYTE ('A' ACTIVE,
000763*      ANYTHING ELSE REVOKED), AND ONE AUTHORITY BYTE PER
000764*      WORKBENCH FUNCTION: 'I' INQUIRY (EMP-INQUIRY), 'R' REPAIR
000766*      (REJECT-REPAIR), 'A' APPROVE (APPROVAL-REVIEW), 'C'
000767*      CORRECT (EMPLOYEE-UPDATE'S 'L' MODE), 'K' KEYING
000768*      (TRANS-ENTRY). A BLANK BYTE WITHHOLDS THAT FUNCTION.
000769 FD  OPERATOR-FILE.
000770 01  OPERATOR-REC.
000771     05  OPR-ID            PIC X(08).
000772     05  FILLER            PIC X(01).
000773     05  OPR-NAME          PIC X(20).
000774     05  FILLER            PIC X(01).
000775     05  OPR-PASSWORD      PIC X(08).
000777     05  FILLER            PIC X(01).
000778     05  OPR-ACTIVE        PIC X(01).
000779     05  FILLER            PIC X(01).
000780     05  OPR-AUTH-INQUIRY  PIC X(01).
000781     05  OPR-AUTH-REPAIR   PIC X(01).
000782     05  OPR-AUTH-APPROVE  PIC X(01).
000783     05  OPR-AUTH-CORRECT  PIC X(01).
000784     05  OPR-AUTH-KEYING   PIC X(01).
000785
000786*      SESSION-LOG IS THE APPEND-ONLY TRAIL EVERY WORKBENCH
000788*      SHARES -- ONE LINE PER SIGN-ON, REFUSAL, ACTION TAKEN, AND
000789*      SIGN-OFF, SAYING WHO, IN WHICH PROGRAM, AND WHEN.
000790 FD  SESSION-LOG.
000791 01  SESSION-LOG-REC.
000792     05  SLOG-DATE         PIC 9(08).
000793     05  FILLER            PIC X(01).
000794     05  SLOG-TIME         PIC 9(06).
000795     05  FILLER            PIC X(01).
000796     05  SLOG-OPERATOR     PIC X(08).
000797     05  FILLER            PIC X(01).
000799     05  SLOG-PROGRAM      PIC X(16).
000800     05  FILLER            PIC X(01).
000801     05  SLOG-EVENT        PIC X(08).
000802     05  FILLER            PIC X(01).
000803     05  SLOG-DETAIL       PIC X(50).
000804
000805 WORKING-STORAGE SECTION.
000806 77  WS-REJECT-STATUS      PIC X(02)  VALUE '00'.
000807     88  WS-REJECT-OK                 VALUE '00'.
000808 77  WS-TRANS-STATUS       PIC X(02)  VALUE '00'.
000810 77  WS-EOF                PIC X      VALUE 'N'.
000820     88  WS-EOF-YES                   VALUE 'Y'.
000830 77  WS-TBL-FULL-SW        PIC X      VALUE 'N'.
000860     88  WS-SESSION-DONE              VALUE 'Y'.
000870 77  WS-REJ-SUB            PIC 9(03)  VALUE ZERO.
000880 77  WS-WORK-SUB           PIC 9(03)  VALUE ZERO.
000881 77  WS-ANSWER             PIC X(01)  VALUE SPACE.
000882 77  WS-RESUB-COUNT        PIC 9(03)  VALUE ZERO.
000883 77  WS-WRITEOFF-COUNT     PIC 9(03)  VALUE ZERO.
000884*
000885*      OPERATOR SIGN-ON SUPPORT. WS-OPERATOR-ID IS WHO SIGNED ON
000886*      -- SPACES UNTIL 1050-SIGN-ON ACCEPTS SOMEONE -- AND EVERY
000887*      SESSION-LOG LINE WRITTEN AFTER THAT CARRIES IT. THE WS-OPR-
000888*      FIELDS HOLD THE MATCHED OPERATOR-MASTER.DAT LINE, WITH
000889*      WS-OPR-AUTH BEING THE ONE AUTHORITY BYTE THIS PROGRAM
000890*      NEEDS.
000891 77  WS-OPR-STATUS         PIC X(02)  VALUE '00'.
000892 77  WS-OPR-EOF            PIC X      VALUE 'N'.
000894     88  WS-OPR-EOF-YES               VALUE 'Y'.
000895 77  WS-OPR-FOUND-SW       PIC X      VALUE 'N'.
000896     88  WS-OPR-FOUND                 VALUE 'Y'.
000897 77  WS-OPR-NAME           PIC X(20)  VALUE SPACES.
000898 77  WS-OPR-PASSWORD       PIC X(08)  VALUE SPACES.
000899 77  WS-OPR-ACTIVE         PIC X(01)  VALUE SPACE.
000900     88  WS-OPR-IS-ACTIVE             VALUE 'A'.
000901 77  WS-OPR-AUTH           PIC X(01)  VALUE SPACE.
000902     88  WS-OPR-AUTHORIZED            VALUE 'R'.
000903 77  WS-SIGNON-SW          PIC X      VALUE 'N'.
000904     88  WS-SIGNED-ON                 VALUE 'Y'.
000905 77  WS-SIGNON-TRIES       PIC 9(01)  VALUE ZERO.
000907 77  WS-SIGNON-ID          PIC X(08)  VALUE SPACES.
000908 77  WS-SIGNON-PASSWORD    PIC X(08)  VALUE SPACES.
000909 77  WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
000910 77  WS-SLOG-STATUS        PIC X(02)  VALUE '00'.
000911 77  WS-SLOG-OPEN-SW       PIC X      VALUE 'N'.
000912     88  WS-SLOG-OPENED               VALUE 'Y'.
000913 77  WS-SLOG-EVENT         PIC X(08)  VALUE SPACES.
000914 77  WS-SLOG-DETAIL        PIC X(50)  VALUE SPACES.
000915 77  WS-SLOG-DATE          PIC 9(08)  VALUE ZERO.
000916 01  WS-SLOG-CLOCK.
000917     05  WS-SLOG-HHMMSS    PIC 9(06).
000918     05  FILLER            PIC 9(02).
000920*
000930*      OPERATOR FIELD-ENTRY WORK AREAS FOR 2200-CORRECT-FIELDS.
000940*      EACH IS ACCEPTED AS CHARACTERS SO A BLANK ANSWER MEANS
001110 01  WS-REJ-TABLE.
001120     05  WS-REJ-COUNT      PIC 9(03)  VALUE ZERO.
001130     05  WS-REJ-ENTRY OCCURS 500 TIMES.
001140         10  WS-REJ-IMAGE  PIC X(89).
001150 01  WS-WORK-REJECT.
001160     05  WRK-ID            PIC 9(05).
001170     05  FILLER            PIC X(01).
001310         88  WRK-DISP-PENDING         VALUES 'P' ' '.
001320         88  WRK-DISP-RESUBMITTED     VALUE 'R'.
001330         88  WRK-DISP-WRITTEN-OFF     VALUE 'W'.
001333     05  FILLER            PIC X(01).
001336     05  WRK-KEYED-BY      PIC X(08).
001340
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001365     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001370     IF WS-SIGNED-ON
001375         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001380         IF WS-REJECT-OK AND NOT WS-TABLE-FULL
001390             PERFORM 2000-WORK-REJECTS THRU 2000-EXIT
001400             PERFORM 3000-REWRITE-REJECTS THRU 3000-EXIT
001405         END-IF
001410     END-IF.
001420     PERFORM 3900-TERMINATE THRU 3900-EXIT.
001430     STOP RUN.
001710                     END-IF
001720             END-READ
001730         END-PERFORM
001731         CLOSE REJECT-FILE
001732     END-IF.
001733*          EMPLOYEE-TRANS.DAT MAY NOT EXIST YET -- OPEN EXTEND
001734*          FAILS ON A MISSING FILE, SO FALL BACK TO OUTPUT
001735*          (WHICH CREATES IT) WHEN THAT HAPPENS.
001736     IF WS-REJECT-OK AND NOT WS-TABLE-FULL
001737         OPEN EXTEND TRANS-OUT
001738         IF WS-TRANS-STATUS = '35'
001739             OPEN OUTPUT TRANS-OUT
001740         END-IF
001741     END-IF.
001742 1000-EXIT.
001743     EXIT.
001744
001745*      1050-SIGN-ON TAKES AN OPERATOR ID AND PASSWORD AGAINST
001746*      OPERATOR-MASTER.DAT -- THREE TRIES, THEN THE SESSION IS
001747*      REFUSED -- AND CHECKS THE OPERATOR HOLDS THIS PROGRAM'S
001749*      AUTHORITY. EVERY OUTCOME GOES TO THE SESSION LOG, SO A
001750*      SESSION LOG THAT CANNOT BE OPENED, OR NO OPERATOR FILE AT
001751*      ALL, KEEPS THE WORKBENCH SHUT RATHER THAN LETTING IT RUN
001752*      FOR ANYONE.
001753 1050-SIGN-ON.
001754     MOVE 'N' TO WS-SIGNON-SW.
001755     MOVE SPACES TO WS-OPERATOR-ID.
001756     OPEN EXTEND SESSION-LOG.
001757     IF WS-SLOG-STATUS = '35'
001758         OPEN OUTPUT SESSION-LOG
001759     END-IF.
001760     IF WS-SLOG-STATUS = '00'
001761         SET WS-SLOG-OPENED TO TRUE
001762         MOVE ZERO TO WS-SIGNON-TRIES
001763         PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001764             ADD 1 TO WS-SIGNON-TRIES
001765             PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT
001766         END-PERFORM
001768         IF NOT WS-SIGNED-ON
001769             DISPLAY "SIGN-ON REFUSED -- SESSION ENDED"
001770         END-IF
001771     ELSE
001772         DISPLAY "OPERATOR-SESSION-LOG.DAT NOT AVAILABLE, "
001773             "STATUS: " WS-SLOG-STATUS " -- SIGN-ON REFUSED"
001774     END-IF.
001775 1050-EXIT.
001776     EXIT.
001777
001778*      1060-CHECK-OPERATOR TAKES ONE SIGN-ON ATTEMPT. THE SCREEN
001779*      DOES NOT SAY WHETHER IT WAS THE ID OR THE PASSWORD THAT
001780*      WAS WRONG; THE SESSION LOG DOES.
001781 1060-CHECK-OPERATOR.
001782     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
001783     MOVE SPACES TO WS-SIGNON-ID.
001784     ACCEPT WS-SIGNON-ID.
001785     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
001787     MOVE SPACES TO WS-SIGNON-PASSWORD.
001788     ACCEPT WS-SIGNON-PASSWORD.
001789     PERFORM 1070-FIND-OPERATOR THRU 1070-EXIT.
001790     MOVE SPACES TO WS-SLOG-DETAIL.
001791     EVALUATE TRUE
001792         WHEN NOT WS-OPR-FOUND
001793             MOVE "UNKNOWN OPERATOR ID" TO WS-SLOG-DETAIL
001794             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
001795         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
001796             MOVE "WRONG PASSWORD" TO WS-SLOG-DETAIL
001797             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
001798         WHEN NOT WS-OPR-IS-ACTIVE
001799             MOVE "OPERATOR REVOKED" TO WS-SLOG-DETAIL
001800             DISPLAY "OPERATOR " WS-SIGNON-ID " IS REVOKED"
001801         WHEN NOT WS-OPR-AUTHORIZED
001802             MOVE "NO REPAIR AUTHORITY" TO WS-SLOG-DETAIL
001803             DISPLAY "OPERATOR " WS-SIGNON-ID " HAS NO REPAIR "
001805                 "AUTHORITY"
001806         WHEN OTHER
001807             SET WS-SIGNED-ON TO TRUE
001808             MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
001809             MOVE WS-OPR-NAME  TO WS-SLOG-DETAIL
001810             DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPR-NAME
001811     END-EVALUATE.
001812     IF WS-SIGNED-ON
001813         MOVE "SIGN-ON" TO WS-SLOG-EVENT
001814     ELSE
001815         MOVE "REFUSED" TO WS-SLOG-EVENT
001816     END-IF.
001817     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
001818 1060-EXIT.
001819     EXIT.
001820
001821*      1070-FIND-OPERATOR READS OPERATOR-MASTER.DAT FOR THE KEYED
001822*      ID. THE FILE IS SMALL AND READ AFRESH EACH TRY, SO A
001824*      REVOCATION TAKES EFFECT ON THE VERY NEXT SIGN-ON. NO FILE
001825*      ENDS THE TRIES OUTRIGHT -- NOBODY CAN SIGN ON WITHOUT IT.
001826 1070-FIND-OPERATOR.
001827     MOVE 'N' TO WS-OPR-FOUND-SW.
001828     MOVE 'N' TO WS-OPR-EOF.
001829     OPEN INPUT OPERATOR-FILE.
001830     IF WS-OPR-STATUS = '00'
001831         PERFORM UNTIL WS-OPR-EOF-YES OR WS-OPR-FOUND
001832             READ OPERATOR-FILE
001833                 AT END
001834                     MOVE 'Y' TO WS-OPR-EOF
001835                 NOT AT END
001836                     IF OPR-ID = WS-SIGNON-ID
001837                             AND WS-SIGNON-ID NOT = SPACES
001838                         SET WS-OPR-FOUND TO TRUE
001839                         MOVE OPR-NAME     TO WS-OPR-NAME
001840                         MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
001841                         MOVE OPR-ACTIVE   TO WS-OPR-ACTIVE
001843                         MOVE OPR-AUTH-REPAIR TO WS-OPR-AUTH
001844                     END-IF
001845             END-READ
001846         END-PERFORM
001847         CLOSE OPERATOR-FILE
001848     ELSE
001849         DISPLAY "OPERATOR-MASTER.DAT NOT AVAILABLE, STATUS: "
001850             WS-OPR-STATUS
001851         MOVE 3 TO WS-SIGNON-TRIES
001852     END-IF.
001853 1070-EXIT.
001854     EXIT.
001855
001856*      1090-WRITE-SESSION-LOG WRITES ONE SESSION-LOG LINE FROM
001857*      WS-SLOG-EVENT AND WS-SLOG-DETAIL, STAMPED WITH THE DATE,
001858*      THE TIME, AND THE OPERATOR -- THE ID AS KEYED WHEN THE
001859*      SIGN-ON WAS REFUSED.
001860 1090-WRITE-SESSION-LOG.
001862     ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
001863     ACCEPT WS-SLOG-CLOCK FROM TIME.
001864     MOVE SPACES TO SESSION-LOG-REC.
001865     MOVE WS-SLOG-DATE   TO SLOG-DATE.
001866     MOVE WS-SLOG-HHMMSS TO SLOG-TIME.
001867     IF WS-SIGNED-ON
001868         MOVE WS-OPERATOR-ID TO SLOG-OPERATOR
001869     ELSE
001870         MOVE WS-SIGNON-ID   TO SLOG-OPERATOR
001871     END-IF.
001872     MOVE "REJECT-REPAIR" TO SLOG-PROGRAM.
001873     MOVE WS-SLOG-EVENT  TO SLOG-EVENT.
001874     MOVE WS-SLOG-DETAIL TO SLOG-DETAIL.
001875     WRITE SESSION-LOG-REC.
001876 1090-EXIT.
001877     EXIT.
001878
001880*      2000-WORK-REJECTS PRESENTS EACH STILL-PENDING REJECT TO
001890*      THE OPERATOR IN TURN. 'X' LEAVES THE REST PENDING FOR A
001900*      LATER SITTING.
002130     DISPLAY "SALARY: " WRK-SALARY "  DEPT: " WRK-DEPT
002140         "  GRADE: " WRK-GRADE.
002150     DISPLAY "REASON: " WRK-REASON-CODE " " WRK-REASON-TEXT.
002152     IF WRK-KEYED-BY NOT = SPACES
002155         DISPLAY "KEYED BY: " WRK-KEYED-BY
002157     END-IF.
002160     DISPLAY "C=CORRECT/RESUBMIT  W=WRITE OFF  "
002170         "S=SKIP  X=END SESSION".
002180     DISPLAY "CHOICE: " WITH NO ADVANCING.
002230         WHEN 'W'
002240             MOVE 'W' TO WRK-DISPOSITION
002250             ADD 1 TO WS-WRITEOFF-COUNT
002251             MOVE "WRITEOFF" TO WS-SLOG-EVENT
002253             MOVE SPACES TO WS-SLOG-DETAIL
002255             STRING "EMP-ID " WRK-ID " REASON " WRK-REASON-CODE
002256                 DELIMITED BY SIZE INTO WS-SLOG-DETAIL
002258             PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
002260         WHEN 'X'
002270             SET WS-SESSION-DONE TO TRUE
002280         WHEN OTHER
002873         ELSE
002874             MOVE WS-ENTRY-EFF-NUM TO TRANS-EFF-DATE
002875         END-IF
002876         MOVE WRK-KEYED-BY   TO TRANS-KEYED-BY
002878         MOVE WS-OPERATOR-ID TO TRANS-REPAIRED-BY
002880         WRITE TRANS-OUT-REC
002890         MOVE 'R' TO WRK-DISPOSITION
002900         ADD 1 TO WS-RESUB-COUNT
002901         MOVE "RESUBMIT" TO WS-SLOG-EVENT
002902         MOVE SPACES TO WS-SLOG-DETAIL
002904         STRING "EMP-ID " WRK-ID " AS '" WS-ANSWER "' REASON "
002905             WRK-REASON-CODE
002907             DELIMITED BY SIZE INTO WS-SLOG-DETAIL
002908         PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
002910         DISPLAY "RESUBMITTED AS '" WS-ANSWER "' FOR THE "
002920             "NEXT BATCH PASS"
002930     ELSE
003130 3900-TERMINATE.
003140     DISPLAY " ".
003150     DISPLAY "REJECTS RESUBMITTED: " WS-RESUB-COUNT.
003151     DISPLAY "REJECTS WRITTEN OFF: " WS-WRITEOFF-COUNT.
003153     MOVE SPACES TO WS-SLOG-DETAIL.
003154     STRING "RESUBMITTED " WS-RESUB-COUNT
003156         " WRITTEN OFF " WS-WRITEOFF-COUNT
003157         DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
003159     IF WS-SLOG-OPENED
003160         IF WS-SIGNED-ON
003162             MOVE "SIGN-OFF" TO WS-SLOG-EVENT
003163             PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
003165         END-IF
003166         CLOSE SESSION-LOG
003168     END-IF.
003170     DISPLAY "WORKBENCH SESSION COMPLETE.".
003180 3900-EXIT.
003190     EXIT.
