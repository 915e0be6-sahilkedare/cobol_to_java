000310*                    CARRIED, WITH A SINGLE RELEASED/HELD/      *
000320*                    FAILED VERDICT AT THE TOP SO THE FIRST     *
000330*                    LINE READ IS THE ONLY ONE THAT HAS TO BE.  *
000331*  10/15/2026 RH    REJ-IN AND PENDING-IN WIDENED FOR THE      *
000332*                    KEYED-BY/REPAIRED-BY COLUMNS THE          *
000333*                    TRANSACTION AND REJECT LINES NOW CARRY.   *
000334*  10/15/2026 RH    ADDED THE INTEGRITY AUDIT LINE -- RETURN   *
000335*                    CODE, HIGH/MEDIUM/LOW COUNTS, AND RUN     *
000336*                    DATE OF THE LATEST WEEKLY                 *
000337*                    INTEGRITY-AUDIT.RPT. THE AUDIT RESULT IS  *
000338*                    FOR FOLLOW-UP AND DOES NOT MOVE THE       *
000339*                    VERDICT.                                  *
000340*--------------------------------------------------------------*
000350*
000360 ENVIRONMENT DIVISION.
000510     SELECT PENDING-IN ASSIGN TO 'EMP-TRANS-PENDING.DAT'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PENDING-STATUS.
000531*      INTEG-IN IS THE WEEKLY INTEGRITY AUDIT'S REPORT -- ONLY
000533*      ITS 'AUDIT RESULT' LINE IS READ.
000535     SELECT INTEG-IN ASSIGN TO 'INTEGRITY-AUDIT.RPT'
000536         ORGANIZATION IS LINE SEQUENTIAL
000538         FILE STATUS IS WS-INTEG-STATUS.
000540     SELECT MORNING-RPT ASSIGN TO 'MORNING-REPORT.RPT'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-MORNING-STATUS.
000800     05  BAND-EXC-DATE     PIC X(08).
000810     05  FILLER            PIC X(92).
000820
000827*      REJ-IN ONLY NEEDS THE DISPOSITION BYTE -- 'P' IS A
000835*      REJECT STILL SITTING THERE. THE KEYED-BY COLUMN FOLLOWS
000842*      IT ON THE LINE.
000850 FD  REJ-IN.
000860 01  REJ-IN-REC.
000870     05  FILLER            PIC X(79).
000880     05  REJ-IN-DISP       PIC X(01).
000885     05  FILLER            PIC X(09).
000890
000900 FD  PENDING-IN.
000904 01  PENDING-IN-REC            PIC X(66).
000908
000912 FD  INTEG-IN.
000916 01  INTEG-IN-LINE             PIC X(100).
000920
000930 FD  MORNING-RPT.
000940 01  MORNING-LINE              PIC X(100).
001000 77  WS-REJ-STATUS         PIC X(02)  VALUE '00'.
001010 77  WS-PENDING-STATUS     PIC X(02)  VALUE '00'.
001020 77  WS-MORNING-STATUS     PIC X(02)  VALUE '00'.
001025 77  WS-INTEG-STATUS       PIC X(02)  VALUE '00'.
001030 77  WS-EOF                PIC X      VALUE 'N'.
001040     88  WS-EOF-YES                   VALUE 'Y'.
001050 77  WS-RUN-DATE           PIC 9(08)  VALUE ZERO.
001430 77  WS-CARRY-COUNT        PIC 9(05)  VALUE ZERO.
001440 77  WS-DUE-TEXT           PIC X(08)  VALUE SPACES.
001450 77  WS-PEND-TEXT          PIC X(08)  VALUE SPACES.
001455 77  WS-AUDIT-TEXT         PIC X(60)  VALUE SPACES.
001460*
001470 01  WS-RPT-COUNT-ED       PIC ZZZ,ZZ9.
001480 01  WS-ELAPSED-ED         PIC ZZZ,ZZ9.
001550     PERFORM 2300-COUNT-BAND-EXCEPTIONS THRU 2300-EXIT.
001560     PERFORM 2400-COUNT-PENDING-REJECTS THRU 2400-EXIT.
001570     PERFORM 2500-COUNT-CARRIED-TRANS THRU 2500-EXIT.
001575     PERFORM 2550-READ-INTEG-AUDIT THRU 2550-EXIT.
001580     PERFORM 2600-JUDGE-VERDICT THRU 2600-EXIT.
001590     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
001600     STOP RUN.
003360     END-PERFORM
003370     CLOSE PENDING-IN
003380     END-IF.
003381 2500-EXIT.
003382     EXIT.
003383
003385*      2550-READ-INTEG-AUDIT PICKS UP THE RESULT LINE OF THE
003386*      LATEST WEEKLY INTEGRITY AUDIT -- RETURN CODE, COUNTS BY
003387*      SEVERITY, AND THE DATE IT RAN, SINCE ON SIX MORNINGS OUT
003388*      OF SEVEN IT IS LAST SUNDAY'S. AUDIT FINDINGS ARE FOR
003390*      FOLLOW-UP AND DO NOT ENTER THE VERDICT; THE DRIVER'S
003391*      'FINDINGS' STEP OUTCOME IS LEFT OUT OF IT THE SAME WAY.
003392 2550-READ-INTEG-AUDIT.
003393     MOVE 'N' TO WS-EOF.
003395     OPEN INPUT INTEG-IN.
003396     IF WS-INTEG-STATUS NOT = '00'
003397         MOVE 'Y' TO WS-EOF
003398     ELSE
003400         PERFORM UNTIL WS-EOF-YES
003401             READ INTEG-IN INTO INTEG-IN-LINE
003402                 AT END
003403                     MOVE 'Y' TO WS-EOF
003405                 NOT AT END
003406                     IF INTEG-IN-LINE (1:12) = 'AUDIT RESULT'
003407                         MOVE INTEG-IN-LINE (15:60) TO
003408                             WS-AUDIT-TEXT
003410                     END-IF
003411             END-READ
003412         END-PERFORM
003413         CLOSE INTEG-IN
003415     END-IF.
003416 2550-EXIT.
003417     EXIT.
003418
003420*      2600-JUDGE-VERDICT BOILS THE EVENING DOWN TO ONE WORD:
003430*      ANY FAILED STEP IS 'FAILED'; ANY HELD OR WARNINGS STEP,
003440*      OR A RECONCILIATION MISMATCH, IS 'HELD'; OTHERWISE
004190     MOVE SPACES TO MORNING-LINE.
004200     STRING "TRANS STILL CARRIED : " WS-RPT-COUNT-ED
004210         DELIMITED BY SIZE INTO MORNING-LINE.
004211     WRITE MORNING-LINE.
004213
004215     MOVE SPACES TO MORNING-LINE.
004216     IF WS-AUDIT-TEXT = SPACES
004218         MOVE "INTEGRITY AUDIT     :  (NOT ON FILE)"
004220             TO MORNING-LINE
004221     ELSE
004223         STRING "INTEGRITY AUDIT     : " WS-AUDIT-TEXT
004225             DELIMITED BY SIZE INTO MORNING-LINE
004226     END-IF.
004228     WRITE MORNING-LINE.
004230     CLOSE MORNING-RPT.
004240     DISPLAY "MORNING REPORT " WS-VERDICT
004250         " -- SEE MORNING-REPORT.RPT".
