000420*  09/02/2026 RH    THE NAME-ORDER BROWSE NOW SCANS BOTH      *
000430*                    MASTERS, NOT JUST EMPLOYEE-OUT.DAT, SO   *
000440*                    SOMEONE ON ONLY THE IN FILE (TERMINATED  *
000441*                    TONIGHT, SAY) STILL COMES UP UNDER 'B'.  *
000442*  10/15/2026 RH    EMP-INQUIRY NOW SIGNS ON AGAINST           *
000443*                    OPERATOR-MASTER.DAT AND NEEDS INQUIRY     *
000444*                    AUTHORITY; EVERY EMPLOYEE VIEWED AND      *
000445*                    EVERY NAME SEARCH GOES TO                 *
000447*                    OPERATOR-SESSION-LOG.DAT WITH WHO AND     *
000448*                    WHEN.                                     *
000449*  10/15/2026 RH    OPERATOR-REC PICKED UP THE KEYING          *
000450*                    AUTHORITY BYTE TRANS-ENTRY SIGNS ON WITH, *
000451*                    SO THE LAYOUT STAYS IN STEP WITH          *
000452*                    OPERATOR-MASTER.DAT.                      *
000454*  10/15/2026 RH    THE RECORD PAIR NOW SHOWS EACH MASTER'S    *
000455*                    HIRE DATE, ADJUSTED SERVICE DATE, AND     *
000456*                    COMPLETED YEARS OF SERVICE, SO SENIORITY  *
000457*                    QUESTIONS NO LONGER MEAN DIGGING THROUGH  *
000458*                    EMPLOYEE-AUDIT.DAT.                       *
000460*--------------------------------------------------------------*
000470*
000480 ENVIRONMENT DIVISION.
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS OUT-ID
000600         FILE STATUS IS WS-EMP-OUT-STATUS.
000601     SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR-MASTER.DAT'
000602         ORGANIZATION IS LINE SEQUENTIAL
000604         FILE STATUS IS WS-OPR-STATUS.
000605     SELECT SESSION-LOG ASSIGN TO 'OPERATOR-SESSION-LOG.DAT'
000607         ORGANIZATION IS LINE SEQUENTIAL
000608         FILE STATUS IS WS-SLOG-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000700     05  EMP-GRADE         PIC X(02).
000710     05  EMP-STATUS        PIC X(01).
000720         88  EMP-ON-LEAVE          VALUE 'L'.
000723     05  EMP-HIRE-DATE     PIC 9(08).
000726     05  EMP-SERVICE-DATE  PIC 9(08).
000730
000740 FD  EMP-OUT.
000750 01  EMP-OUT-REC.
000760     05  OUT-ID            PIC 9(05).
000770     05  OUT-NAME          PIC X(20).
000780     05  OUT-SALARY        PIC 9(07)V99.
000781     05  OUT-DEPT          PIC X(04).
000782     05  OUT-GRADE         PIC X(02).
000783     05  OUT-STATUS        PIC X(01).
000784         88  OUT-ON-LEAVE          VALUE 'L'.
000785     05  OUT-HIRE-DATE     PIC 9(08).
000786     05  OUT-SERVICE-DATE  PIC 9(08).
000787
000788*      OPERATOR-FILE IS THE MAINTAINED SIGN-ON LIST -- ONE LINE
000789*      PER OPERATOR WITH A PASSWORD, AN ACTIVE BYTE ('A' ACTIVE,
000790*      ANYTHING ELSE REVOKED), AND ONE AUTHORITY BYTE PER
000791*      WORKBENCH FUNCTION: 'I' INQUIRY (EMP-INQUIRY), 'R' REPAIR
000792*      (REJECT-REPAIR), 'A' APPROVE (APPROVAL-REVIEW), 'C'
000793*      CORRECT (EMPLOYEE-UPDATE'S 'L' MODE), 'K' KEYING
000794*      (TRANS-ENTRY). A BLANK BYTE WITHHOLDS THAT FUNCTION.
000795 FD  OPERATOR-FILE.
000797 01  OPERATOR-REC.
000798     05  OPR-ID            PIC X(08).
000799     05  FILLER            PIC X(01).
000800     05  OPR-NAME          PIC X(20).
000801     05  FILLER            PIC X(01).
000802     05  OPR-PASSWORD      PIC X(08).
000803     05  FILLER            PIC X(01).
000804     05  OPR-ACTIVE        PIC X(01).
000805     05  FILLER            PIC X(01).
000806     05  OPR-AUTH-INQUIRY  PIC X(01).
000807     05  OPR-AUTH-REPAIR   PIC X(01).
000808     05  OPR-AUTH-APPROVE  PIC X(01).
000809     05  OPR-AUTH-CORRECT  PIC X(01).
000810     05  OPR-AUTH-KEYING   PIC X(01).
000811
000812*      SESSION-LOG IS THE APPEND-ONLY TRAIL EVERY WORKBENCH
000814*      SHARES -- ONE LINE PER SIGN-ON, REFUSAL, ACTION TAKEN, AND
000815*      SIGN-OFF, SAYING WHO, IN WHICH PROGRAM, AND WHEN.
000816 FD  SESSION-LOG.
000817 01  SESSION-LOG-REC.
000818     05  SLOG-DATE         PIC 9(08).
000819     05  FILLER            PIC X(01).
000820     05  SLOG-TIME         PIC 9(06).
000821     05  FILLER            PIC X(01).
000822     05  SLOG-OPERATOR     PIC X(08).
000823     05  FILLER            PIC X(01).
000824     05  SLOG-PROGRAM      PIC X(16).
000825     05  FILLER            PIC X(01).
000826     05  SLOG-EVENT        PIC X(08).
000827     05  FILLER            PIC X(01).
000828     05  SLOG-DETAIL       PIC X(50).
000830
000840 WORKING-STORAGE SECTION.
000850 77  WS-EMP-IN-STATUS      PIC X(02)  VALUE '00'.
001410 77  WS-CAND-NAME          PIC X(20)  VALUE SPACES.
001420 77  WS-CAND-ID            PIC 9(05)  VALUE ZERO.
001430*
001431*      HIRE/SERVICE DATE DISPLAY. 2550-SHOW-DATES SHOWS WHICHEVER
001432*      MASTER'S DATES WERE MOVED HERE, WITH THE COMPLETED YEARS OF
001433*      SERVICE AS OF TODAY.
001434 77  WS-SHOW-HIRE-DATE     PIC 9(08)  VALUE ZERO.
001435 77  WS-SHOW-SERVICE-DATE  PIC 9(08)  VALUE ZERO.
001436 77  WS-TODAY-DATE         PIC 9(08)  VALUE ZERO.
001437 77  WS-SERVICE-YEARS      PIC 9(03)  VALUE ZERO.
001438 77  WS-SERVICE-YEARS-ED   PIC ZZ9.
001439*
001440*      EDITED WORK FIELD FOR SALARY DISPLAY.
001441 01  WS-INQ-AMOUNT-ED      PIC $,$$$,$$$,$$9.99.
001442*
001443*      OPERATOR SIGN-ON SUPPORT. WS-OPERATOR-ID IS WHO SIGNED ON
001444*      -- SPACES UNTIL 1050-SIGN-ON ACCEPTS SOMEONE -- AND EVERY
001445*      SESSION-LOG LINE WRITTEN AFTER THAT CARRIES IT. THE WS-OPR-
001446*      FIELDS HOLD THE MATCHED OPERATOR-MASTER.DAT LINE, WITH
001447*      WS-OPR-AUTH BEING THE ONE AUTHORITY BYTE THIS PROGRAM
001448*      NEEDS.
001449 77  WS-OPR-STATUS         PIC X(02)  VALUE '00'.
001450 77  WS-OPR-EOF            PIC X      VALUE 'N'.
001451     88  WS-OPR-EOF-YES               VALUE 'Y'.
001452 77  WS-OPR-FOUND-SW       PIC X      VALUE 'N'.
001453     88  WS-OPR-FOUND                 VALUE 'Y'.
001454 77  WS-OPR-NAME           PIC X(20)  VALUE SPACES.
001455 77  WS-OPR-PASSWORD       PIC X(08)  VALUE SPACES.
001456 77  WS-OPR-ACTIVE         PIC X(01)  VALUE SPACE.
001457     88  WS-OPR-IS-ACTIVE             VALUE 'A'.
001458 77  WS-OPR-AUTH           PIC X(01)  VALUE SPACE.
001459     88  WS-OPR-AUTHORIZED            VALUE 'I'.
001460 77  WS-SIGNON-SW          PIC X      VALUE 'N'.
001461     88  WS-SIGNED-ON                 VALUE 'Y'.
001462 77  WS-SIGNON-TRIES       PIC 9(01)  VALUE ZERO.
001463 77  WS-SIGNON-ID          PIC X(08)  VALUE SPACES.
001464 77  WS-SIGNON-PASSWORD    PIC X(08)  VALUE SPACES.
001465 77  WS-OPERATOR-ID        PIC X(08)  VALUE SPACES.
001466 77  WS-SLOG-STATUS        PIC X(02)  VALUE '00'.
001467 77  WS-SLOG-OPEN-SW       PIC X      VALUE 'N'.
001468     88  WS-SLOG-OPENED               VALUE 'Y'.
001469 77  WS-SLOG-EVENT         PIC X(08)  VALUE SPACES.
001470 77  WS-SLOG-DETAIL        PIC X(50)  VALUE SPACES.
001471 77  WS-SLOG-DATE          PIC 9(08)  VALUE ZERO.
001472 01  WS-SLOG-CLOCK.
001473     05  WS-SLOG-HHMMSS    PIC 9(06).
001474     05  FILLER            PIC 9(02).
001475 77  WS-VIEW-COUNT         PIC 9(05)  VALUE ZERO.
001476 77  WS-SEARCH-COUNT       PIC 9(05)  VALUE ZERO.
001477
001478 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001485     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001490     IF WS-SIGNED-ON
001495         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500         IF WS-EMP-OUT-OPENED
001510             PERFORM 2000-SESSION-LOOP THRU 2000-EXIT
001515         END-IF
001520     END-IF.
001530     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001540     STOP RUN.
001550
001560 1000-INITIALIZE.
001570     OPEN INPUT EMP-IN.
001571     IF NOT WS-EMP-IN-OK
001572         DISPLAY "EMPLOYEE-IN.DAT NOT AVAILABLE, STATUS: "
001573             WS-EMP-IN-STATUS
001574     ELSE
001575         MOVE 'Y' TO WS-EMP-IN-OPEN-SW
001576     END-IF.
001577     OPEN INPUT EMP-OUT.
001578     IF NOT WS-EMP-OUT-OK
001579         DISPLAY "EMPLOYEE-OUT.DAT NOT AVAILABLE, STATUS: "
001580             WS-EMP-OUT-STATUS
001581     ELSE
001582         MOVE 'Y' TO WS-EMP-OUT-OPEN-SW
001583     END-IF.
001584 1000-EXIT.
001585     EXIT.
001586
001587*      1050-SIGN-ON TAKES AN OPERATOR ID AND PASSWORD AGAINST
001589*      OPERATOR-MASTER.DAT -- THREE TRIES, THEN THE SESSION IS
001590*      REFUSED -- AND CHECKS THE OPERATOR HOLDS THIS PROGRAM'S
001591*      AUTHORITY. EVERY OUTCOME GOES TO THE SESSION LOG, SO A
001592*      SESSION LOG THAT CANNOT BE OPENED, OR NO OPERATOR FILE AT
001593*      ALL, KEEPS THE WORKBENCH SHUT RATHER THAN LETTING IT RUN
001594*      FOR ANYONE.
001595 1050-SIGN-ON.
001596     MOVE 'N' TO WS-SIGNON-SW.
001597     MOVE SPACES TO WS-OPERATOR-ID.
001598     OPEN EXTEND SESSION-LOG.
001599     IF WS-SLOG-STATUS = '35'
001600         OPEN OUTPUT SESSION-LOG
001601     END-IF.
001602     IF WS-SLOG-STATUS = '00'
001603         SET WS-SLOG-OPENED TO TRUE
001604         MOVE ZERO TO WS-SIGNON-TRIES
001605         PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES NOT < 3
001606             ADD 1 TO WS-SIGNON-TRIES
001608             PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT
001609         END-PERFORM
001610         IF NOT WS-SIGNED-ON
001611             DISPLAY "SIGN-ON REFUSED -- SESSION ENDED"
001612         END-IF
001613     ELSE
001614         DISPLAY "OPERATOR-SESSION-LOG.DAT NOT AVAILABLE, "
001615             "STATUS: " WS-SLOG-STATUS " -- SIGN-ON REFUSED"
001616     END-IF.
001617 1050-EXIT.
001618     EXIT.
001619
001620*      1060-CHECK-OPERATOR TAKES ONE SIGN-ON ATTEMPT. THE SCREEN
001621*      DOES NOT SAY WHETHER IT WAS THE ID OR THE PASSWORD THAT
001622*      WAS WRONG; THE SESSION LOG DOES.
001623 1060-CHECK-OPERATOR.
001624     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
001625     MOVE SPACES TO WS-SIGNON-ID.
001627     ACCEPT WS-SIGNON-ID.
001628     DISPLAY "PASSWORD   : " WITH NO ADVANCING.
001629     MOVE SPACES TO WS-SIGNON-PASSWORD.
001630     ACCEPT WS-SIGNON-PASSWORD.
001631     PERFORM 1070-FIND-OPERATOR THRU 1070-EXIT.
001632     MOVE SPACES TO WS-SLOG-DETAIL.
001633     EVALUATE TRUE
001634         WHEN NOT WS-OPR-FOUND
001635             MOVE "UNKNOWN OPERATOR ID" TO WS-SLOG-DETAIL
001636             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
001637         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
001638             MOVE "WRONG PASSWORD" TO WS-SLOG-DETAIL
001639             DISPLAY "INVALID OPERATOR ID OR PASSWORD"
001640         WHEN NOT WS-OPR-IS-ACTIVE
001641             MOVE "OPERATOR REVOKED" TO WS-SLOG-DETAIL
001642             DISPLAY "OPERATOR " WS-SIGNON-ID " IS REVOKED"
001643         WHEN NOT WS-OPR-AUTHORIZED
001645             MOVE "NO INQUIRY AUTHORITY" TO WS-SLOG-DETAIL
001646             DISPLAY "OPERATOR " WS-SIGNON-ID " HAS NO INQUIRY "
001647                 "AUTHORITY"
001648         WHEN OTHER
001649             SET WS-SIGNED-ON TO TRUE
001650             MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
001651             MOVE WS-OPR-NAME  TO WS-SLOG-DETAIL
001652             DISPLAY "SIGNED ON: " WS-OPERATOR-ID " " WS-OPR-NAME
001653     END-EVALUATE.
001654     IF WS-SIGNED-ON
001655         MOVE "SIGN-ON" TO WS-SLOG-EVENT
001656     ELSE
001657         MOVE "REFUSED" TO WS-SLOG-EVENT
001658     END-IF.
001659     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
001660 1060-EXIT.
001661     EXIT.
001662
001664*      1070-FIND-OPERATOR READS OPERATOR-MASTER.DAT FOR THE KEYED
001665*      ID. THE FILE IS SMALL AND READ AFRESH EACH TRY, SO A
001666*      REVOCATION TAKES EFFECT ON THE VERY NEXT SIGN-ON. NO FILE
001667*      ENDS THE TRIES OUTRIGHT -- NOBODY CAN SIGN ON WITHOUT IT.
001668 1070-FIND-OPERATOR.
001669     MOVE 'N' TO WS-OPR-FOUND-SW.
001670     MOVE 'N' TO WS-OPR-EOF.
001671     OPEN INPUT OPERATOR-FILE.
001672     IF WS-OPR-STATUS = '00'
001673         PERFORM UNTIL WS-OPR-EOF-YES OR WS-OPR-FOUND
001674             READ OPERATOR-FILE
001675                 AT END
001676                     MOVE 'Y' TO WS-OPR-EOF
001677                 NOT AT END
001678                     IF OPR-ID = WS-SIGNON-ID
001679                             AND WS-SIGNON-ID NOT = SPACES
001680                         SET WS-OPR-FOUND TO TRUE
001681                         MOVE OPR-NAME     TO WS-OPR-NAME
001683                         MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
001684                         MOVE OPR-ACTIVE   TO WS-OPR-ACTIVE
001685                         MOVE OPR-AUTH-INQUIRY TO WS-OPR-AUTH
001686                     END-IF
001687             END-READ
001688         END-PERFORM
001689         CLOSE OPERATOR-FILE
001690     ELSE
001691         DISPLAY "OPERATOR-MASTER.DAT NOT AVAILABLE, STATUS: "
001692             WS-OPR-STATUS
001693         MOVE 3 TO WS-SIGNON-TRIES
001694     END-IF.
001695 1070-EXIT.
001696     EXIT.
001697
001698*      1090-WRITE-SESSION-LOG WRITES ONE SESSION-LOG LINE FROM
001699*      WS-SLOG-EVENT AND WS-SLOG-DETAIL, STAMPED WITH THE DATE,
001700*      THE TIME, AND THE OPERATOR -- THE ID AS KEYED WHEN THE
001702*      SIGN-ON WAS REFUSED.
001703 1090-WRITE-SESSION-LOG.
001704     ACCEPT WS-SLOG-DATE FROM DATE YYYYMMDD.
001705     ACCEPT WS-SLOG-CLOCK FROM TIME.
001706     MOVE SPACES TO SESSION-LOG-REC.
001707     MOVE WS-SLOG-DATE   TO SLOG-DATE.
001708     MOVE WS-SLOG-HHMMSS TO SLOG-TIME.
001709     IF WS-SIGNED-ON
001710         MOVE WS-OPERATOR-ID TO SLOG-OPERATOR
001711     ELSE
001712         MOVE WS-SIGNON-ID   TO SLOG-OPERATOR
001713     END-IF.
001714     MOVE "EMP-INQUIRY" TO SLOG-PROGRAM.
001715     MOVE WS-SLOG-EVENT  TO SLOG-EVENT.
001716     MOVE WS-SLOG-DETAIL TO SLOG-DETAIL.
001717     WRITE SESSION-LOG-REC.
001718 1090-EXIT.
001720     EXIT.
001730
001740 2000-SESSION-LOOP.
002950*      2500-SHOW-RECORD-PAIR READS BOTH MASTERS AT THE CURRENT
002960*      EMP-ID AND SHOWS THEM TOGETHER -- AN EMPLOYEE ON ONE FILE
002970*      BUT NOT THE OTHER (A FRESH HIRE, OR A TERMINATION) SAYS
002976*      SO INSTEAD OF SHOWING A STALE BUFFER. EVERY EMPLOYEE
002983*      LOOKED AT GOES TO THE SESSION LOG.
002990 2500-SHOW-RECORD-PAIR.
002991     ADD 1 TO WS-VIEW-COUNT.
002992     MOVE "VIEW" TO WS-SLOG-EVENT.
002994     MOVE SPACES TO WS-SLOG-DETAIL.
002995     STRING "EMP-ID " WS-CURRENT-ID
002997         DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
002998     PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT.
003000     DISPLAY "------------------------------------".
003010     MOVE WS-CURRENT-ID TO EMP-ID.
003020     READ EMP-IN
003130             DISPLAY "IN : " EMP-ID " " EMP-NAME " "
003140                 EMP-DEPT " " EMP-GRADE " " WS-INQ-AMOUNT-ED
003150             END-IF
003152             MOVE EMP-HIRE-DATE    TO WS-SHOW-HIRE-DATE
003155             MOVE EMP-SERVICE-DATE TO WS-SHOW-SERVICE-DATE
003157             PERFORM 2550-SHOW-DATES THRU 2550-EXIT
003160     END-READ.
003170     MOVE WS-CURRENT-ID TO OUT-ID.
003180     READ EMP-OUT
003290             DISPLAY "OUT: " OUT-ID " " OUT-NAME " "
003300                 OUT-DEPT " " OUT-GRADE " " WS-INQ-AMOUNT-ED
003310             END-IF
003311             MOVE OUT-HIRE-DATE    TO WS-SHOW-HIRE-DATE
003312             MOVE OUT-SERVICE-DATE TO WS-SHOW-SERVICE-DATE
003313             PERFORM 2550-SHOW-DATES THRU 2550-EXIT
003314     END-READ.
003315 2500-EXIT.
003316     EXIT.
003317
003318*      2550-SHOW-DATES PUTS THE HIRE DATE, THE ADJUSTED SERVICE
003319*      DATE, AND THE COMPLETED YEARS OF SERVICE UNDER THE RECORD
003320*      JUST SHOWN. YYYYMMDD DATES SUBTRACT STRAIGHT INTO WHOLE
003321*      YEARS ONCE THE DIFFERENCE IS DIVIDED BY 10000.
003322 2550-SHOW-DATES.
003323     IF WS-SHOW-SERVICE-DATE IS NOT NUMERIC
003324             OR WS-SHOW-SERVICE-DATE = ZERO
003325         DISPLAY "     HIRE/SERVICE DATES NOT RECORDED"
003326     ELSE
003327         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003328         MOVE ZERO TO WS-SERVICE-YEARS
003329         IF WS-TODAY-DATE > WS-SHOW-SERVICE-DATE
003330             COMPUTE WS-SERVICE-YEARS =
003331                 (WS-TODAY-DATE - WS-SHOW-SERVICE-DATE) / 10000
003332         END-IF
003333         MOVE WS-SERVICE-YEARS TO WS-SERVICE-YEARS-ED
003334         DISPLAY "     HIRED " WS-SHOW-HIRE-DATE
003335             "  SERVICE FROM " WS-SHOW-SERVICE-DATE
003336             "  (" WS-SERVICE-YEARS-ED " YRS)"
003337     END-IF.
003338 2550-EXIT.
003340     EXIT.
003350
003360*      2600-SEARCH-BY-NAME TAKES A LEADING STRING AND LISTS EVERY
003440     IF WS-SEARCH-NAME = SPACES
003450         DISPLAY "NOTHING KEYED -- SEARCH SKIPPED"
003460     ELSE
003461         ADD 1 TO WS-SEARCH-COUNT
003462         MOVE "SEARCH" TO WS-SLOG-EVENT
003464         MOVE SPACES TO WS-SLOG-DETAIL
003465         STRING "NAME " WS-SEARCH-NAME
003467             DELIMITED BY SIZE INTO WS-SLOG-DETAIL
003468         PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
003470         MOVE ZERO TO WS-SEARCH-LEN
003480         PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
003490                 UNTIL WS-SCAN-SUB > 20
005100     END-IF.
005110     IF WS-EMP-OUT-OPENED
005120         CLOSE EMP-OUT
005121     END-IF.
005123     MOVE SPACES TO WS-SLOG-DETAIL.
005125     STRING "VIEWED " WS-VIEW-COUNT " SEARCHES " WS-SEARCH-COUNT
005126         DELIMITED BY SIZE INTO WS-SLOG-DETAIL.
005128     IF WS-SLOG-OPENED
005130         IF WS-SIGNED-ON
005131             MOVE "SIGN-OFF" TO WS-SLOG-EVENT
005133             PERFORM 1090-WRITE-SESSION-LOG THRU 1090-EXIT
005135         END-IF
005136         CLOSE SESSION-LOG
005138     END-IF.
005140     DISPLAY "INQUIRY SESSION ENDED.".
005150 3000-EXIT.
005160     EXIT.
