000280*                    NEXT BATCH PASS, AND THE APPROVER'S        *
000290*                    INITIALS RIDE THROUGH TO THE AUDIT LINE.   *
000300*                    SAME WHOLE-FILE-IN-ONE-SITTING DISCIPLINE  *
000301*                    AS THE REJECT-REPAIR WORKBENCH.            *
000302*  10/15/2026 RH    THE SUPERVISOR NOW SIGNS ON AGAINST        *
000304*                    OPERATOR-MASTER.DAT AND NEEDS APPROVE     *
000305*                    AUTHORITY; THE SIGNED-ON ID REPLACES THE  *
000307*                    TYPED INITIALS AS APPROVER. AN OPERATOR   *
000308*                    WHO KEYED OR REPAIRED AN ENTRY CANNOT     *
000310*                    APPROVE IT, AND EVERY VERDICT GOES TO     *
000311*                    OPERATOR-SESSION-LOG.DAT. QUEUE IMAGE     *
000312*                    WIDENED FOR KEYED-BY/REPAIRED-BY.         *
000314*  10/15/2026 RH    OPERATOR-REC PICKED UP THE KEYING          *
000315*                    AUTHORITY BYTE TRANS-ENTRY SIGNS ON WITH, *
000317*                    SO THE LAYOUT STAYS IN STEP WITH          *
000318*                    OPERATOR-MASTER.DAT.                      *
000320*--------------------------------------------------------------*
000330*
000340 ENVIRONMENT DIVISION.
000370     SELECT APPROVAL-FILE ASSIGN TO 'EMP-TRANS-APPROVAL.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-APPR-FILE-STATUS.
000391     SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR-MASTER.DAT'
000392         ORGANIZATION IS LINE SEQUENTIAL
000394         FILE STATUS IS WS-OPR-STATUS.
000395     SELECT SESSION-LOG ASSIGN TO 'OPERATOR-SESSION-LOG.DAT'
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS WS-SLOG-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*      APPROVAL-FILE IS THE QUEUE EMPLOYEE-UPDATE MAINTAINS --
000440*      THE PARKED TRANSACTION'S FULL IMAGE PLUS THE STATUS BYTE
000450*      THIS PROGRAM SETS ('P' PENDING, 'A' APPROVED, 'D'
000460*      DENIED), THE APPROVER'S OPERATOR ID, AND THE DATE PARKED.
000470 FD  APPROVAL-FILE.
000480 01  APPROVAL-REC.
000490     05  APPR-TRANS-IMAGE  PIC X(66).
000500     05  FILLER            PIC X(01).
000510     05  APPR-STATUS       PIC X(01).
000511     05  FILLER            PIC X(01).
000512     05  APPR-APPROVER     PIC X(08).
000513     05  FILLER            PIC X(01).
000514     05  APPR-QUEUED-DATE  PIC 9(08).
000515
000516*      OPERATOR-FILE IS THE MAINTAINED SIGN-ON LIST -- ONE LINE
000517*      PER OPERATOR WITH A PASSWORD, AN ACTIVE BYTE ('A' ACTIVE,
000518*      ANYTHING ELSE REVOKED), AND ONE AUTHORITY BYTE PER
000520*      WORKBENCH FUNCTION: 'I' INQUIRY (EMP-INQUIRY), 'R' REPAIR
000521*      (REJECT-REPAIR), 'A' APPROVE (APPROVAL-REVIEW), 'C'
000522*      CORRECT (EMPLOYEE-UPDATE'S 'L' MODE), 'K' KEYING
000523*      (TRANS-ENTRY). A BLANK BYTE WITHHOLDS THAT FUNCTION.
000524 FD  OPERATOR-FILE.
000525 01  OPERATOR-REC.
000526     05  OPR-ID            PIC X(08).
000527     05  FILLER            PIC X(01).
000528     05  OPR-NAME          PIC X(20).
000530     05  FILLER            PIC X(01).
000531     05  OPR-PASSWORD      PIC X(08).
000532     05  FILLER            PIC X(01).
000533     05  OPR-ACTIVE        PIC X(01).
000534     05  FILLER            PIC X(01).
000535     05  OPR-AUTH-INQUIRY  PIC X(01).
000536     05  OPR-AUTH-REPAIR   PIC X(01).
000537     05  OPR-AUTH-APPROVE  PIC X(01).
000538     05  OPR-AUTH-CORRECT  PIC X(01).
000540     05  OPR-AUTH-KEYING   PIC X(01).
000541
000542*      SESSION-LOG IS THE APPEND-ONLY TRAIL EVERY WORKBENCH
000543*      SHARES -- ONE LINE PER SIGN-ON, REFUSAL, ACTION TAKEN, AND
000544*      SIGN-OFF, SAYING WHO, IN WHICH PROGRAM, AND WHEN.
000545 FD  SESSION-LOG.
000546 01  SESSION-LOG-REC.
000547     05  SLOG-DATE         PIC 9(08).
000548     05  FILLER            PIC X(01).
000550     05  SLOG-TIME         PIC 9(06).
000551     05  FILLER            PIC X(01).
000552     05  SLOG-OPERATOR     PIC X(08).
000553     05  FILLER            PIC X(01).
000554     05  SLOG-PROGRAM      PIC X(16).
000555     05  FILLER            PIC X(01).
000556     05  SLOG-EVENT        PIC X(08).
000557     05  FILLER            PIC X(01).
000558     05  SLOG-DETAIL       PIC X(50).
000560
000570 WORKING-STORAGE SECTION.
000580 77  WS-APPR-FILE-STATUS   PIC X(02)  VALUE '00'.
000660 77  WS-APPR-SUB           PIC 9(03)  VALUE ZERO.
000670 77  WS-WORK-SUB           PIC 9(03)  VALUE ZERO.
000680 77  WS-ANSWER             PIC X(01)  VALUE SPACE.
000681 77  WS-APPROVED-COUNT     PIC 9(03)  VALUE ZERO.
000682 77  WS-DENIED-COUNT       PIC 9(03)  VALUE ZERO.
000683 77  WS-BLOCKED-COUNT      PIC 9(03)  VALUE ZERO.
000684*
000685*      OPERATOR SIGN-ON SUPPORT. WS-OPERATOR-ID IS WHO SIGNED ON
000686*      -- SPACES UNTIL 1050-SIGN-ON ACCEPTS SOMEONE -- AND EVERY
000687*      SESSION-LOG LINE WRITTEN AFTER THAT CARRIES IT. THE WS-OPR-
000688*      FIELDS HOLD THE MATCHED OPERATOR-MASTER.DAT LINE, WITH
000689*      WS-OPR-AUTH BEING THE ONE AUTHORITY BYTE THIS PROGRAM
000690*      NEEDS.
000691 77  WS-OPR-STATUS         PIC X(02)  VALUE '00'.
000692 77  WS-OPR-EOF            PIC X      VALUE 'N'.
000694     88  WS-OPR-EOF-YES               VALUE 'Y'.
000695 77  WS-OPR-FOUND-SW       PIC X      VALUE 'N'.
000696     88  WS-OPR-FOUND                 VALUE 'Y'.
000697 77  WS-OPR-NAME           PIC X(20)  VALUE SPACES.
000698 77  WS-OPR-PASSWORD       PIC X(08)  VALUE SPACES.
000699 77  WS-OPR-ACTIVE         PIC X(01)  VALUE SPACE.
000700     88  WS-OPR-IS-ACTIVE             VALUE 'A'.
000701 77  WS-OPR-AUTH           PIC X(01)  VALUE SPACE.
000702     88  WS-OPR-AUTHORIZED            VALUE 'A'.
000703 77  WS-SIGNON-SW          PIC X      VALUE 'N'.
000704     88  WS-SIGNED-ON                 VALUE 'Y'.
000705 77  WS-SIGNON-TRIES       PIC 9(01)  VALUE ZERO.
000707 77  WS-SIGNON-ID          PIC X(08)  VALUE SPACES.
000708 77  WS-SIGNON-PASSWORD    PIC X(08)  VALUE SPACES.
000709 77  WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
000710 77  WS-SLOG-STATUS        PIC X(02)  VALUE '00'.
000711 77  WS-SLOG-OPEN-SW       PIC X      VALUE 'N'.
000712     88  WS-SLOG-OPENED               VALUE 'Y'.
000713 77  WS-SLOG-EVENT         PIC X(08)  VALUE SPACES.
000714 77  WS-SLOG-DETAIL        PIC X(50)  VALUE SPACES.
000715 77  WS-SLOG-DATE          PIC 9(08)  VALUE ZERO.
000716 01  WS-SLOG-CLOCK.
000717     05  WS-SLOG-HHMMSS    PIC 9(06).
000718     05  FILLER            PIC 9(02).
000720*
000730*      WS-APPR-TABLE HOLDS THE WHOLE QUEUE FOR THE SESSION, THE
000740*      SAME WAY REJECT-REPAIR HOLDS EMP-REJECTS.DAT -- THE FILE
000780 01  WS-APPR-TABLE.
000790     05  WS-APPR-COUNT     PIC 9(03)  VALUE ZERO.
000800     05  WS-APPR-ENTRY OCCURS 200 TIMES.
000810         10  WS-APPR-IMAGE PIC X(86).
000820*
000830*      WS-WORK-ENTRY IS THE STRUCTURED VIEW OF ONE QUEUE RECORD,
000840*      AND WS-WORK-TRANS BREAKS THE PARKED TRANSACTION IMAGE
000850*      BACK INTO ITS FIELDS FOR THE DISPLAY.
000860 01  WS-WORK-ENTRY.
000870     05  WRK-TRANS-IMAGE   PIC X(66).
000880     05  FILLER            PIC X(01).
000890     05  WRK-STATUS        PIC X(01).
000900         88  WRK-STAT-PENDING         VALUES 'P' ' '.
001030     05  WRK-TRANS-GRADE   PIC X(02).
001040     05  WRK-TRANS-EFF-DATE PIC 9(08).
001041     05  WRK-TRANS-SOURCE  PIC X(01).
001044     05  WRK-TRANS-KEYED-BY PIC X(08).
001047     05  WRK-TRANS-REPAIRED-BY PIC X(08).
001050 01  WS-SALARY-ED          PIC $,$$$,$$$,$$9.99.
001060
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001085     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001090     IF WS-SIGNED-ON
001095         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100         IF WS-APPR-FILE-OK AND NOT WS-TABLE-FULL
001110             PERFORM 2000-WORK-QUEUE THRU 2000-EXIT
001120             PERFORM 3000-REWRITE-QUEUE THRU 3000-EXIT
001125         END-IF
001130     END-IF.
001140     PERFORM 3900-TERMINATE THRU 3900-EXIT.
001150     STOP RUN.
001340                         MOVE APPROVAL-REC TO
001350                            WS-APPR-IMAGE (WS-APPR-COUNT)
001360                     ELSE
001361                         IF NOT WS-TABLE-FULL
001362                             SET WS-TABLE-FULL TO TRUE
001363                             DISPLAY "EMP-TRANS-APPROVAL.DAT "
001364                                 "HAS MORE THAN 200 RECORDS -- "
001365                                 "NO CHANGES MADE THIS SESSION"
001366                         END-IF
001367                     END-IF
001368             END-READ
001369         END-PERFORM
001370         CLOSE APPROVAL-FILE
001371     END-IF.
001372 1000-EXIT.
001373     EXIT.
001374
001375*      1050-SIGN-ON TAKES AN OPERATOR ID AND PASSWORD AGAINST
001376*      OPERATOR-MASTER.DAT -- THREE TRIES, THEN THE SESSION IS
001377*      REFUSED -- AND CHECKS THE OPERATOR HOLDS THIS PROGRAM'S
001379*      AUTHORITY. EVERY OUTCOME GOES TO THE SESSION LOG, SO A
001380*      SESSION LOG THAT CANNOT BE OPENED, OR NO OPERATOR FILE AT
001381*      ALL, KEEPS THE WORKBENCH SHUT RATHER THAN LETTING IT RUN
001382*      FOR ANYONE.
001383 1050-SIGN-ON.
001384     MOVE 'N' TO WS-SIGNON-SW.
001385     MOVE SPACES TO WS-OPERATOR-ID.
001386     OPEN EXTEND SESSION-LOG.
001387     IF WS-SLOG-STATUS = '35'
001388         OPEN OUTPUT SESSION-LOG
001389     END-IF.
001390     IF WS-SLOG-STATUS = '00'
001391         SET WS-SLOG-OPENED TO TRUE
001392         MOVE ZERO TO WS-SIGNON-TRIES
001393         PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001394             ADD 1 TO WS-SIGNON-TRIES
001395             PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT
001396         END-PERFORM
001398         IF NOT WS-SIGNED-ON
001399             DISPLAY "SIGN-ON REFUSED -- SESSION ENDED"
001400         END-IF
001401     ELSE
001402         DISPLAY "OPERATOR-SESSION-LOG.DAT NOT AVAILABLE, "
001403             "STATUS: " WS-SLOG-STATUS " -- SIGN-ON REFUSED"
001404     END-IF.
001405 1050-EXIT.
001406     EXIT.
001407
001408*      1060-CHECK-OPERATOR TAKES ONE SIGN-ON ATTEMPT. THE SCREEN
001409*      DOES NOT SAY WHETHER IT WAS THE ID OR THE PASSWORD THAT
001410*      WAS WRONG; THE SESSION LOG DOES.
001411 1060-CHECK-OPERATOR.
001412     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
001413     MOVE SPACES TO WS-SIGNON-ID.
001414     ACCEPT WS-SIGNON-ID.
001415     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
001417     MOVE SPACES TO WS-SIGNON-PASSWORD.
001418     ACCEPT WS-SIGNON-PASSWORD.
001419     PERFORM 1070-FIND-OPERATOR THRU 1070-EXIT.
001420     MOVE SPACES TO WS-SLOG-DETAIL.
001421     EVALUATE TRUE
001422         WHEN NOT WS-OPR-FOUND
001423             MOVE "UNKNOWN OPERATOR ID" TO WS-SLOG-DETAIL
001424             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
001425         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
001426             MOVE "WRONG PASSWORD" TO WS-SLOG-DETAIL
001427             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
001428         WHEN NOT WS-OPR-IS-ACTIVE
001429             MOVE "OPERATOR REVOKED" TO WS-SLOG-DETAIL
001430             DISPLAY "OPERATOR " WS-SIGNON-ID " IS REVOKED"
001431         WHEN NOT WS-OPR-AUTHORIZED
001432             MOVE "NO APPROVE AUTHORITY" TO WS-SLOG-DETAIL
001433             DISPLAY "OPERATOR " WS-SIGNON-ID " HAS NO APPROVE "
001435                 "AUTHORITY"
001436         WHEN OTHER
001437             SET WS-SIGNED-ON TO TRUE
001438             MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
001439             MOVE WS-OPR-NAME  TO WS-SLOG-DETAIL
001440             DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPR-NAME
001441     END-EVALUATE.
001442     IF WS-SIGNED-ON
001443         MOVE "SIGN-ON" TO WS-SLOG-EVENT
001444     ELSE
001445         MOVE "REFUSED" TO WS-SLOG-EVENT
001446     END-IF.
001447     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
001448 1060-EXIT.
001449     EXIT.
001450
001451*      1070-FIND-OPERATOR READS OPERATOR-MASTER.DAT FOR THE KEYED
001452*      ID. THE FILE IS SMALL AND READ AFRESH EACH TRY, SO A
001454*      REVOCATION TAKES EFFECT ON THE VERY NEXT SIGN-ON. NO FILE
001455*      ENDS THE TRIES OUTRIGHT -- NOBODY CAN SIGN ON WITHOUT IT.
001456 1070-FIND-OPERATOR.
001457     MOVE 'N' TO WS-OPR-FOUND-SW.
001458     MOVE 'N' TO WS-OPR-EOF.
001459     OPEN INPUT OPERATOR-FILE.
001460     IF WS-OPR-STATUS = '00'
001461         PERFORM UNTIL WS-OPR-EOF-YES OR WS-OPR-FOUND
001462             READ OPERATOR-FILE
001463                 AT END
001464                     MOVE 'Y' TO WS-OPR-EOF
001465                 NOT AT END
001466                     IF OPR-ID = WS-SIGNON-ID
001467                             AND WS-SIGNON-ID NOT = SPACES
001468                         SET WS-OPR-FOUND TO TRUE
001469                         MOVE OPR-NAME     TO WS-OPR-NAME
001470                         MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
001471                         MOVE OPR-ACTIVE   TO WS-OPR-ACTIVE
001473                         MOVE OPR-AUTH-APPROVE TO WS-OPR-AUTH
001474                     END-IF
001475             END-READ
001476         END-PERFORM
001477         CLOSE OPERATOR-FILE
001478     ELSE
001479         DISPLAY "OPERATOR-MASTER.DAT NOT AVAILABLE, STATUS: "
001480             WS-OPR-STATUS
001481         MOVE 3 TO WS-SIGNON-TRIES
001482     END-IF.
001483 1070-EXIT.
001484     EXIT.
001485
001486*      1090-WRITE-SESSION-LOG WRITES ONE SESSION-LOG LINE FROM
001487*      WS-SLOG-EVENT AND WS-SLOG-DETAIL, STAMPED WITH THE DATE,
001488*      THE TIME, AND THE OPERATOR -- THE ID AS KEYED WHEN THE
001489*      SIGN-ON WAS REFUSED.
001490 1090-WRITE-SESSION-LOG.
001492     ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
001493     ACCEPT WS-SLOG-CLOCK FROM TIME.
001494     MOVE SPACES TO SESSION-LOG-REC.
001495     MOVE WS-SLOG-DATE   TO SLOG-DATE.
001496     MOVE WS-SLOG-HHMMSS TO SLOG-TIME.
001497     IF WS-SIGNED-ON
001498         MOVE WS-OPERATOR-ID TO SLOG-OPERATOR
001499     ELSE
001500         MOVE WS-SIGNON-ID   TO SLOG-OPERATOR
001501     END-IF.
001502     MOVE "APPROVAL-REVIEW" TO SLOG-PROGRAM.
001503     MOVE WS-SLOG-EVENT  TO SLOG-EVENT.
001504     MOVE WS-SLOG-DETAIL TO SLOG-DETAIL.
001505     WRITE SESSION-LOG-REC.
001506 1090-EXIT.
001507     EXIT.
001508
001510*      2000-WORK-QUEUE PRESENTS EACH STILL-PENDING ENTRY TO THE
001520*      SUPERVISOR IN TURN. 'X' LEAVES THE REST PENDING FOR A
001530*      LATER SITTING.
001700*      2100-WORK-ONE-ENTRY SHOWS THE PARKED TRANSACTION AND
001710*      TAKES THE SUPERVISOR'S VERDICT: APPROVE, DENY, SKIP FOR
001720*      NOW, OR END THE SESSION. APPROVE AND DENY BOTH RECORD
001723*      THE SIGNED-ON OPERATOR AS WHO DECIDED, SO THE TRAIL NAMES
001726*      A PERSON EITHER WAY. NOBODY APPROVES A TRANSACTION THEY
001730*      KEYED OR REPAIRED THEMSELVES -- THAT TAKES A SECOND PAIR
001733*      OF EYES. DENYING ONE'S OWN ENTRY IS STILL ALLOWED; IT
001736*      ONLY WITHDRAWS IT.
001740 2100-WORK-ONE-ENTRY.
001750     MOVE WRK-TRANS-IMAGE TO WS-WORK-TRANS.
001760     MOVE WRK-TRANS-SALARY TO WS-SALARY-ED.
001850     IF WRK-TRANS-EFF-DATE IS NUMERIC
001860             AND WRK-TRANS-EFF-DATE > ZERO
001870         DISPLAY "EFFECTIVE DATE: " WRK-TRANS-EFF-DATE
001871     END-IF.
001872     IF WRK-TRANS-KEYED-BY = SPACES
001874         DISPLAY "KEYED BY: (NOT RECORDED)"
001875             WITH NO ADVANCING
001877     ELSE
001878         DISPLAY "KEYED BY: " WRK-TRANS-KEYED-BY
001880             WITH NO ADVANCING
001881     END-IF.
001882     IF WRK-TRANS-REPAIRED-BY NOT = SPACES
001884         DISPLAY "  REPAIRED BY: " WRK-TRANS-REPAIRED-BY
001885     ELSE
001887         DISPLAY " "
001888     END-IF.
001890     DISPLAY "A=APPROVE  D=DENY  S=SKIP  X=END SESSION".
001900     DISPLAY "CHOICE: " WITH NO ADVANCING.
001910     ACCEPT WS-ANSWER.
001920     EVALUATE WS-ANSWER
001930         WHEN 'A'
001933             IF WRK-TRANS-KEYED-BY = WS-OPERATOR-ID
001936                     OR WRK-TRANS-REPAIRED-BY = WS-OPERATOR-ID
001940                 ADD 1 TO WS-BLOCKED-COUNT
001943                 DISPLAY "YOU KEYED OR REPAIRED THIS ENTRY -- "
001946                     "ANOTHER APPROVER MUST DECIDE IT; "
001950                     "LEFT PENDING"
001953                 MOVE "BLOCKED" TO WS-SLOG-EVENT
001956             ELSE
001960                 MOVE 'A' TO WRK-STATUS
001970                 MOVE WS-OPERATOR-ID TO WRK-APPROVER
001980                 ADD 1 TO WS-APPROVED-COUNT
001990                 DISPLAY "APPROVED -- APPLIES ON THE NEXT "
002000                     "BATCH PASS"
002010                 MOVE "APPROVE" TO WS-SLOG-EVENT
002040             END-IF
002045             PERFORM 2200-LOG-DECISION THRU 2200-EXIT
002050         WHEN 'D'
002080             MOVE 'D' TO WRK-STATUS
002090             MOVE WS-OPERATOR-ID TO WRK-APPROVER
002100             ADD 1 TO WS-DENIED-COUNT
002110             DISPLAY "DENIED -- DROPS OFF THE QUEUE ON "
002120                 "THE NEXT BATCH PASS"
002130             MOVE "DENY" TO WS-SLOG-EVENT
002140             PERFORM 2200-LOG-DECISION THRU 2200-EXIT
002170         WHEN 'X'
002180             SET WS-SESSION-DONE TO TRUE
002190         WHEN OTHER
002220 2100-EXIT.
002230     EXIT.
002240
002249*      2200-LOG-DECISION PUTS THE VERDICT JUST TAKEN (OR THE
002258*      REFUSED SELF-APPROVAL) ON THE SESSION LOG.
002267 2200-LOG-DECISION.
002276     MOVE SPACES TO WS-SLOG-DETAIL.
002285     STRING "EMP-ID " WRK-TRANS-ID " " WRK-TRANS-ACTION
002294         " KEYED " WRK-TRANS-KEYED-BY
002303         " REPAIRED " WRK-TRANS-REPAIRED-BY
002312         DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
002321     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
002330 2200-EXIT.
002340     EXIT.
002350
002510 3900-TERMINATE.
002520     DISPLAY " ".
002530     DISPLAY "ENTRIES APPROVED: " WS-APPROVED-COUNT.
002531     DISPLAY "ENTRIES DENIED  : " WS-DENIED-COUNT.
002532     DISPLAY "OWN ENTRIES HELD: " WS-BLOCKED-COUNT.
002534     MOVE SPACES TO WS-SLOG-DETAIL.
002535     STRING "APPROVED " WS-APPROVED-COUNT
002536         " DENIED " WS-DENIED-COUNT
002538         " BLOCKED " WS-BLOCKED-COUNT
002539         DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
002540     IF WS-SLOG-OPENED
002542         IF WS-SIGNED-ON
002543             MOVE "SIGN-OFF" TO WS-SLOG-EVENT
002544             PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
002546         END-IF
002547         CLOSE SESSION-LOG
002548     END-IF.
002550     DISPLAY "APPROVAL SESSION COMPLETE.".
002560 3900-EXIT.
002570     EXIT.
