000570*                    TERM, WITH THE SAME 'O' OVERFLOW FLAGGING *
000580*                    AS THE SINGLE-ANSWER PATH -- SO THE LOANS *
000590*                    DESK STOPS REBUILDING SCHEDULES IN A      *
000591*                    SPREADSHEET FROM OUR ONE NUMBER.          *
000593*  10/15/2026 RH    CALC-TRANS-IN.DAT NOW COMES IN BATCHES --  *
000594*                    A HEADER WITH THE SENDING DEPARTMENT AND  *
000596*                    BATCH NUMBER, A TRAILER WITH TICKET COUNT *
000597*                    AND OPERAND HASH. A BATCH THAT DOES NOT   *
000599*                    BALANCE, OR WHOSE NUMBER WAS ALREADY RUN  *
000600*                    PER THE NEW CALC-BATCH-REGISTER.DAT, IS   *
000602*                    REFUSED WHOLE. EVERY BATCH GETS A         *
000603*                    CALC-ACK-<DEPT>-<BATCH>.DAT               *
000605*                    ACKNOWLEDGMENT FOR THE SENDER, AND        *
000606*                    CALC-TRANS-OUT.DAT LINES NOW CARRY DEPT,  *
000608*                    BATCH AND TICKET NUMBER.                  *
000609*  10/15/2026 RH    A BATCH THE PASS RUNS IS NOW ENTERED ON    *
000611*                    CALC-BATCH-REGISTER.DAT ONLY AFTER        *
000612*                    CALC-TRANS-OUT.DAT AND                    *
000614*                    CALC-EXCEPTIONS.RPT ARE CLOSED, SO A      *
000615*                    RERUN AFTER AN ABEND RUNS IT AGAIN        *
000617*                    INSTEAD OF REFUSING IT AS A RESEND.       *
000618*--------------------------------------------------------------*
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000780     SELECT AMORT-FILE ASSIGN TO 'CALC-AMORT-SCHEDULE.DAT'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-AMORT-STATUS.
000801     SELECT CALC-ACK ASSIGN TO DYNAMIC WS-ACK-NAME
000802         ORGANIZATION IS LINE SEQUENTIAL
000804         FILE STATUS IS WS-ACK-STATUS.
000805     SELECT BATCH-REGISTER ASSIGN TO 'CALC-BATCH-REGISTER.DAT'
000807         ORGANIZATION IS LINE SEQUENTIAL
000808         FILE STATUS IS WS-REG-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840*      CALC-TRANS-IN CARRIES ONE WORK TICKET PER LINE FOR THE
000850*      BATCH/UNATTENDED MODE -- AN OPERATION CODE, THE TWO
000860*      OPERANDS, AND (FOR INTEREST ESTIMATES) THE TERM IN
000862*      YEARS. SEE 2000-BATCH-PROCESS. THE TICKETS COME IN
000865*      BATCHES: EACH OPENS WITH A HEADER ('H' IN THE OPERATION
000867*      COLUMN) NAMING THE SENDING DEPARTMENT AND ITS BATCH
000870*      NUMBER, AND CLOSES WITH A TRAILER ('T') CARRYING THE
000872*      TICKET COUNT AND THE OPERAND HASH -- TRANS-NUM1 PLUS
000875*      TRANS-NUM2 SUMMED OVER EVERY TICKET IN THE BATCH, A
000877*      NON-NUMERIC OPERAND COUNTING AS ZERO.
000880 FD  CALC-TRANS-IN.
000890 01  CALC-TRANS-IN-REC.
000900     05  TRANS-OP          PIC X(01).
000903         88  TRANS-BATCH-HEADER    VALUE 'H'.
000906         88  TRANS-BATCH-TRAILER   VALUE 'T'.
000910         88  TRANS-OP-ADD          VALUE 'A'.
000920         88  TRANS-OP-SUBTRACT     VALUE 'S'.
000930         88  TRANS-OP-MULTIPLY     VALUE 'M'.
000980     05  TRANS-NUM1        PIC 9(05)V99.
000990     05  TRANS-NUM2        PIC 9(05)V99.
001000     05  TRANS-TERM        PIC 9(03).
001001 01  CALC-BATCH-HDR-REC.
001002     05  BH-TYPE           PIC X(01).
001003     05  BH-DEPT           PIC X(04).
001004     05  BH-BATCH-NO       PIC X(06).
001005     05  FILLER            PIC X(07).
001006 01  CALC-BATCH-TRL-REC.
001007     05  BT-TYPE           PIC X(01).
001008     05  BT-TICKET-COUNT   PIC 9(07).
001009     05  BT-OPERAND-HASH   PIC 9(13)V99.
001010*
001020*      CALC-TRANS-OUT CARRIES ONE RESULT LINE PER TICKET --
001030*      JUST THE REQUESTED OPERATION'S ANSWER, SO A CONSUMING
001040*      DEPARTMENT NO LONGER PICKS ITS COLUMN OUT OF AN
001050*      ALL-FOUR LINE. THE FLAG IS 'O' FOR AN OVERFLOWED
001055*      RESULT, SPACE OTHERWISE. THE SENDING DEPARTMENT, BATCH
001060*      NUMBER, AND TICKET NUMBER WITHIN THE BATCH CLOSE THE
001065*      LINE SO EACH SENDER CAN PICK OUT ITS OWN RESULTS.
001070 FD  CALC-TRANS-OUT.
001080 01  CALC-TRANS-OUT-REC.
001090     05  OUT-OP            PIC X(01).
001180         SIGN IS TRAILING SEPARATE CHARACTER.
001190     05  FILLER            PIC X(01).
001200     05  OUT-FLAG          PIC X(01).
001201     05  FILLER            PIC X(01).
001202     05  OUT-DEPT          PIC X(04).
001204     05  FILLER            PIC X(01).
001205     05  OUT-BATCH-NO      PIC X(06).
001207     05  FILLER            PIC X(01).
001208     05  OUT-TICKET-NO     PIC 9(07).
001210*
001220*      CALC-EXC LISTS EVERY TICKET THE BATCH PASS COULD NOT
001230*      HONOR -- UNKNOWN OPERATION CODE OR UNUSABLE OPERANDS --
001410     05  AH-RATE           PIC 9(05)V99.
001420     05  AH-TERM           PIC 9(03).
001430     05  AH-FLAG           PIC X(01).
001431     05  FILLER            PIC X(10).
001432 01  AMORT-DTL-REC.
001433     05  AD-TYPE           PIC X(01).
001434     05  AD-PAY-NO         PIC 9(03).
001435     05  AD-PAYMENT        PIC 9(07)V99.
001436     05  AD-INTEREST       PIC 9(07)V99.
001437     05  AD-PRINCIPAL      PIC 9(07)V99.
001438     05  AD-BALANCE        PIC 9(09)V99.
001439     05  FILLER            PIC X(03).
001440*
001441*      CALC-ACK IS THE ACKNOWLEDGMENT SENT BACK FOR ONE BATCH,
001443*      NAMED CALC-ACK-<DEPT>-<BATCH NUMBER>.DAT -- WITH -R
001444*      BEFORE THE .DAT WHEN THE BATCH WAS REFUSED, SO A REFUSED
001445*      RESEND NEVER OVERWRITES THE ACKNOWLEDGMENT OF THE BATCH
001446*      THAT RAN. THE HEADER SAYS WHETHER THE BATCH WAS RUN
001447*      ('A') OR REFUSED WHOLE ('R') AND WHY, ONE DETAIL LINE
001448*      PER TICKET SAYS WHAT BECAME OF IT, AND THE TRAILER
001449*      CARRIES THE TOTALS THE SENDER RECONCILES AGAINST ITS
001450*      LINES ON CALC-TRANS-OUT.DAT.
001451 FD  CALC-ACK.
001452 01  ACK-HDR-REC.
001453     05  AKH-TYPE          PIC X(01).
001455     05  FILLER            PIC X(01).
001456     05  AKH-DEPT          PIC X(04).
001457     05  FILLER            PIC X(01).
001458     05  AKH-BATCH-NO      PIC X(06).
001459     05  FILLER            PIC X(01).
001460     05  AKH-RUN-DATE      PIC 9(08).
001461     05  FILLER            PIC X(01).
001462     05  AKH-RUN-TIME      PIC 9(08).
001463     05  FILLER            PIC X(01).
001464     05  AKH-OUTCOME       PIC X(01).
001465     05  FILLER            PIC X(01).
001466     05  AKH-REASON        PIC X(40).
001468 01  ACK-DTL-REC.
001469     05  AKD-TYPE          PIC X(01).
001470     05  FILLER            PIC X(01).
001471     05  AKD-TICKET-NO     PIC 9(07).
001472     05  FILLER            PIC X(01).
001473     05  AKD-OP            PIC X(01).
001474     05  FILLER            PIC X(01).
001475     05  AKD-NUM1          PIC X(07).
001476     05  FILLER            PIC X(01).
001477     05  AKD-NUM2          PIC X(07).
001478     05  FILLER            PIC X(01).
001480     05  AKD-TERM          PIC X(03).
001481     05  FILLER            PIC X(01).
001482     05  AKD-OUTCOME       PIC X(01).
001483     05  FILLER            PIC X(01).
001484     05  AKD-RESULT        PIC S9(09)V99
001485         SIGN IS TRAILING SEPARATE CHARACTER.
001486     05  FILLER            PIC X(01).
001487     05  AKD-FLAG          PIC X(01).
001488     05  FILLER            PIC X(01).
001489     05  AKD-REASON        PIC X(25).
001490 01  ACK-TRL-REC.
001491     05  AKT-TYPE          PIC X(01).
001493     05  FILLER            PIC X(01).
001494     05  AKT-TICKETS       PIC 9(07).
001495     05  FILLER            PIC X(01).
001496     05  AKT-ACCEPTED      PIC 9(07).
001497     05  FILLER            PIC X(01).
001498     05  AKT-REJECTED      PIC 9(07).
001499     05  FILLER            PIC X(01).
001500     05  AKT-OVERFLOWED    PIC 9(07).
001501     05  FILLER            PIC X(01).
001502     05  AKT-RESULT-TOTAL  PIC S9(13)V99
001503         SIGN IS TRAILING SEPARATE CHARACTER.
001505     05  FILLER            PIC X(01).
001506     05  AKT-OPERAND-HASH  PIC 9(13)V99.
001507*
001508*      BATCH-REGISTER IS THE STANDING RECORD OF EVERY BATCH
001509*      JUDGED, ONE LINE EACH -- SENDING DEPARTMENT, BATCH NUMBER,
001510*      WHEN, 'A' (RUN) OR 'R' (REFUSED), TICKETS, AND THE REASON.
001511*      A BATCH NUMBER WITH AN 'A' LINE FOR ITS DEPARTMENT HAS
001512*      BEEN PROCESSED AND IS REFUSED IF IT ARRIVES AGAIN.
001513 FD  BATCH-REGISTER.
001514 01  REG-REC.
001515     05  REG-DEPT          PIC X(04).
001516     05  FILLER            PIC X(01).
001518     05  REG-BATCH-NO      PIC X(06).
001519     05  FILLER            PIC X(01).
001520     05  REG-RUN-DATE      PIC 9(08).
001521     05  FILLER            PIC X(01).
001522     05  REG-RUN-TIME      PIC 9(08).
001523     05  FILLER            PIC X(01).
001524     05  REG-OUTCOME       PIC X(01).
001525     05  FILLER            PIC X(01).
001526     05  REG-TICKETS       PIC 9(07).
001527     05  FILLER            PIC X(01).
001528     05  REG-REASON        PIC X(40).
001530*
001540*      CALC-LOG IS THE RUNNING HISTORY OF EVERY PAIR CALCULATED,
001550*      INTERACTIVE OR BATCH -- SEE 2900-LOG-TRANSACTION.
002490*      ORDINAL RECORD NUMBER QUOTED ON AN EXCEPTION LINE.
002500 77  WS-BATCH-RESULT       PIC S9(09)V99 VALUE ZERO.
002510 77  WS-RESULT-FLAG        PIC X(01)  VALUE SPACE.
002511 77  WS-TRANS-COUNT        PIC 9(07)  VALUE ZERO.
002512 77  WS-EXC-COUNT          PIC 9(05)  VALUE ZERO.
002513 77  WS-EXC-REASON         PIC X(25)  VALUE SPACES.
002514 01  WS-TRANS-COUNT-ED     PIC ZZZ,ZZ9.
002515*
002516*      BATCH CONTROL -- 2010-JUDGE-BATCHES READS CALC-TRANS-IN.DAT
002517*      ONCE TO BALANCE EVERY HEADER/TRAILER PAIR BEFORE A SINGLE
002518*      TICKET IS RUN, AND LEAVES ITS VERDICT ON EACH BATCH IN
002520*      WS-BATCH-TABLE FOR 2050-RUN-BATCHES, THE WORKING PASS.
002521*      WS-RUN-TICKETS/WS-RUN-HASH ARE THE CURRENT BATCH'S COUNT
002522*      AND OPERAND HASH IN EITHER PASS; THE WS-CUR- FIELDS AND
002523*      WS-ACK- TOTALS DESCRIBE THE BATCH THE WORKING PASS IS IN.
002524 77  WS-ACK-STATUS         PIC X(02)  VALUE '00'.
002525 77  WS-REG-STATUS         PIC X(02)  VALUE '00'.
002526 77  WS-ACK-NAME           PIC X(40)  VALUE SPACES.
002527 77  WS-ACK-DEPT           PIC X(04)  VALUE SPACES.
002528 77  WS-ACK-BATCH          PIC X(06)  VALUE SPACES.
002530 77  WS-ACK-OPEN-SW        PIC X(01)  VALUE 'N'.
002531     88  WS-ACK-OPEN                  VALUE 'Y'.
002532 77  WS-IN-BATCH-SW        PIC X(01)  VALUE 'N'.
002533     88  WS-IN-BATCH                  VALUE 'Y'.
002534 77  WS-TOO-MANY-SW        PIC X(01)  VALUE 'N'.
002535     88  WS-TOO-MANY-BATCHES          VALUE 'Y'.
002536 77  WS-REG-EOF            PIC X(01)  VALUE 'N'.
002537     88  WS-REG-EOF-YES               VALUE 'Y'.
002538 77  WS-RUN-DATE           PIC 9(08)  VALUE ZERO.
002540 77  WS-RUN-TIME           PIC 9(08)  VALUE ZERO.
002541 77  WS-HDR-COUNT          PIC 9(05)  VALUE ZERO.
002542 77  WS-SCAN-SUB           PIC 9(05)  VALUE ZERO.
002543 77  WS-ACCEPTED-COUNT     PIC 9(05)  VALUE ZERO.
002544 77  WS-REFUSED-COUNT      PIC 9(05)  VALUE ZERO.
002545 77  WS-STRAY-COUNT        PIC 9(05)  VALUE ZERO.
002546 77  WS-RUN-TICKETS        PIC 9(07)  VALUE ZERO.
002547 77  WS-RUN-HASH           PIC 9(13)V99 VALUE ZERO.
002548 77  WS-REFUSE-REASON      PIC X(40)  VALUE SPACES.
002550 77  WS-CUR-DEPT           PIC X(04)  VALUE SPACES.
002551 77  WS-CUR-BATCH-NO       PIC X(06)  VALUE SPACES.
002552 77  WS-CUR-OUTCOME        PIC X(01)  VALUE SPACE.
002553     88  WS-CUR-ACCEPTED              VALUE 'A'.
002554 77  WS-CUR-REASON         PIC X(40)  VALUE SPACES.
002555 77  WS-ACK-ACCEPTED       PIC 9(07)  VALUE ZERO.
002556 77  WS-ACK-REJECTED       PIC 9(07)  VALUE ZERO.
002557 77  WS-ACK-OVERFLOWED     PIC 9(07)  VALUE ZERO.
002558 77  WS-ACK-RESULT-TOTAL   PIC S9(13)V99 VALUE ZERO.
002560 77  WS-COUNT-WORK         PIC 9(07)  VALUE ZERO.
002561 01  WS-BATCH-TABLE.
002562     05  WS-BATCH-ENTRY    OCCURS 500 TIMES.
002563         10  WS-BT-DEPT        PIC X(04).
002564         10  WS-BT-BATCH-NO    PIC X(06).
002565         10  WS-BT-OUTCOME     PIC X(01).
002566             88  WS-BT-ACCEPTED        VALUE 'A'.
002567         10  WS-BT-REASON      PIC X(40).
002568         10  WS-BT-TICKETS     PIC 9(07).
002569*
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760 1000-EXIT.
002770     EXIT.
002780*
002781*      2000-BATCH-PROCESS READS EVERY WORK TICKET OFF
002782*      CALC-TRANS-IN.DAT, PERFORMS JUST THE OPERATION THE
002783*      TICKET ASKS FOR -- INTEREST ESTIMATES INCLUDED -- AND
002784*      WRITES ONE RESULT LINE (OR ONE EXCEPTION LINE) EACH,
002785*      SO A BULK RUN CAN BE SCHEDULED WITHOUT SOMEONE SITTING
002786*      AT A TERMINAL TYPING NUMBERS IN ONE PAIR AT A TIME. THE
002787*      FILE IS READ TWICE: 2010-JUDGE-BATCHES BALANCES EVERY
002788*      BATCH FIRST, SO A SHORT, PADDED, OR RESENT BATCH IS
002789*      REFUSED WHOLE INSTEAD OF PARTLY RUN, THEN 2050-RUN-
002790*      BATCHES RUNS THE BATCHES THAT PASSED AND WRITES EVERY
002791*      BATCH ITS ACKNOWLEDGMENT. THE BATCHES RUN ARE ENTERED ON
002792*      CALC-BATCH-REGISTER.DAT ONLY ONCE THE RESULTS ARE CLOSED,
002793*      SO A RUN THAT DIES PARTWAY CAN SIMPLY BE RUN AGAIN. RETURN
002794*      CODE 4 SAYS A BATCH WAS REFUSED OR A RECORD FELL OUTSIDE
002795*      ANY BATCH.
002796 2000-BATCH-PROCESS.
002797     OPEN INPUT  CALC-TRANS-IN.
002798     IF NOT WS-TRANS-IN-OK
002799*          AN UNATTENDED RUN WITH NO CALC-TRANS-IN.DAT TO READ
002800*          CANNOT PRODUCE ANY RESULTS -- DIAGNOSE IT INSTEAD OF
002801*          LETTING THE READ BELOW RUN AGAINST AN UNOPENED FILE.
002802         DISPLAY "CALC-TRANS-IN.DAT NOT AVAILABLE FOR BATCH "
002803             "PASS, STATUS: " WS-TRANS-IN-STATUS
002804     ELSE
002805         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002806         ACCEPT WS-RUN-TIME FROM TIME
002807         OPEN OUTPUT CALC-EXC
002808         PERFORM 2010-JUDGE-BATCHES THRU 2010-EXIT
002809         CLOSE CALC-TRANS-IN
002810         OPEN INPUT  CALC-TRANS-IN
002811         OPEN OUTPUT CALC-TRANS-OUT
002812         PERFORM 2050-RUN-BATCHES THRU 2050-EXIT
002813         CLOSE CALC-TRANS-IN CALC-TRANS-OUT CALC-EXC
002814         PERFORM 2080-REGISTER-RUN-BATCHES THRU 2080-EXIT
002815         DISPLAY "BATCH PASS: " WS-HDR-COUNT " BATCH(ES), "
002816             WS-ACCEPTED-COUNT " RUN, " WS-REFUSED-COUNT
002817             " REFUSED WHOLE -- SEE CALC-ACK-*.DAT"
002818         IF WS-HDR-COUNT = ZERO
002819             DISPLAY "NO BATCH HEADER ON CALC-TRANS-IN.DAT -- "
002820                 "NOTHING RUN"
002821         END-IF
002822         IF WS-EXC-COUNT > ZERO
002823             DISPLAY "BATCH PASS WROTE " WS-EXC-COUNT
002824                 " EXCEPTION LINE(S) -- SEE CALC-EXCEPTIONS.RPT"
002825         END-IF
002826         IF WS-REFUSED-COUNT > ZERO OR WS-STRAY-COUNT > ZERO
002827                 OR WS-HDR-COUNT = ZERO
002828             MOVE 4 TO RETURN-CODE
002829         END-IF
002830     END-IF.
002831 2000-EXIT.
002832     EXIT.
002833
002834*      2010-JUDGE-BATCHES IS THE BALANCING PASS. NOTHING IS RUN
002835*      HERE -- EACH BATCH IS COUNTED AND HASHED AGAINST ITS
002836*      TRAILER AND CHECKED FOR A REPEATED BATCH NUMBER, AND THE
002837*      VERDICT LEFT IN WS-BATCH-TABLE. A RECORD OUTSIDE ANY
002838*      HEADER/TRAILER PAIR GOES TO THE EXCEPTIONS REPORT HERE.
002839 2010-JUDGE-BATCHES.
002840     MOVE 'N' TO WS-EOF.
002841     MOVE 'N' TO WS-IN-BATCH-SW.
002842     MOVE ZERO TO WS-TRANS-COUNT WS-HDR-COUNT.
002843     PERFORM UNTIL WS-EOF-YES
002844         READ CALC-TRANS-IN
002845             AT END
002846                 MOVE 'Y' TO WS-EOF
002847             NOT AT END
002848                 ADD 1 TO WS-TRANS-COUNT
002849                 PERFORM 2015-JUDGE-ONE-RECORD THRU 2015-EXIT
002850         END-READ
002851     END-PERFORM.
002852     IF WS-IN-BATCH
002853         MOVE "NO TRAILER -- FILE ENDS MID-BATCH"
002854             TO WS-REFUSE-REASON
002855         PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
002856         PERFORM 2035-END-JUDGED-BATCH THRU 2035-EXIT
002857     END-IF.
002858 2010-EXIT.
002859     EXIT.
002860
002861*      2015-JUDGE-ONE-RECORD SORTS ONE INPUT RECORD FOR THE
002862*      BALANCING PASS: A HEADER OPENS A BATCH, A TRAILER CLOSES
002863*      THE OPEN ONE, A TICKET INSIDE A BATCH IS COUNTED AND
002864*      HASHED, AND A TRAILER OR TICKET OUTSIDE ANY BATCH GOES TO
002865*      THE EXCEPTIONS REPORT. PAST 500 BATCHES NOTHING IS JUDGED.
002866 2015-JUDGE-ONE-RECORD.
002867     IF NOT WS-TOO-MANY-BATCHES
002868         EVALUATE TRUE
002869             WHEN TRANS-BATCH-HEADER
002870                 PERFORM 2020-OPEN-JUDGED-BATCH THRU 2020-EXIT
002871             WHEN TRANS-BATCH-TRAILER AND WS-IN-BATCH
002872                 PERFORM 2025-CLOSE-JUDGED-BATCH THRU 2025-EXIT
002873             WHEN TRANS-BATCH-TRAILER
002874                 MOVE "TRAILER WITH NO HEADER" TO WS-EXC-REASON
002875                 ADD 1 TO WS-STRAY-COUNT
002876                 PERFORM 2260-WRITE-EXCEPTION THRU 2260-EXIT
002877             WHEN WS-IN-BATCH
002878                 ADD 1 TO WS-RUN-TICKETS
002879                 PERFORM 2045-HASH-TICKET THRU 2045-EXIT
002880             WHEN OTHER
002881                 MOVE "NOT IN A BATCH -- NOT RUN" TO WS-EXC-REASON
002882                 ADD 1 TO WS-STRAY-COUNT
002883                 PERFORM 2260-WRITE-EXCEPTION THRU 2260-EXIT
002884         END-EVALUATE
002885     END-IF.
002886 2015-EXIT.
002887     EXIT.
002888
002889*      2020-OPEN-JUDGED-BATCH STARTS A TABLE ENTRY FOR THE BATCH
002890*      THIS HEADER OPENS, FIRST REFUSING THE ONE BEFORE IT IF IT
002891*      NEVER REACHED ITS TRAILER. PAST 500 BATCHES THE PASS
002892*      STOPS JUDGING AND 2060-OPEN-ACK REFUSES THE REST.
002893 2020-OPEN-JUDGED-BATCH.
002894     IF WS-IN-BATCH
002895         MOVE "NO TRAILER BEFORE THE NEXT HEADER"
002896             TO WS-REFUSE-REASON
002897         PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
002898         PERFORM 2035-END-JUDGED-BATCH THRU 2035-EXIT
002899     END-IF.
002900     ADD 1 TO WS-HDR-COUNT.
002901     IF WS-HDR-COUNT > 500
002902         MOVE 'Y' TO WS-TOO-MANY-SW
002903         DISPLAY "CALC-TRANS-IN.DAT HOLDS OVER 500 BATCHES -- "
002904             "THE REST ARE REFUSED"
002905     ELSE
002906         MOVE 'Y' TO WS-IN-BATCH-SW
002907         MOVE ZERO TO WS-RUN-TICKETS WS-RUN-HASH
002908         MOVE BH-DEPT     TO WS-BT-DEPT (WS-HDR-COUNT)
002910         MOVE BH-BATCH-NO TO WS-BT-BATCH-NO (WS-HDR-COUNT)
002911         MOVE 'A'         TO WS-BT-OUTCOME (WS-HDR-COUNT)
002912         MOVE SPACES      TO WS-BT-REASON (WS-HDR-COUNT)
002913         IF BH-DEPT = SPACES
002914                 OR BH-BATCH-NO NOT NUMERIC
002915                 OR BH-BATCH-NO = '000000'
002916             MOVE "BAD HEADER -- DEPARTMENT OR BATCH NUMBER"
002917                 TO WS-REFUSE-REASON
002918             PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
002919         END-IF
002920     END-IF.
002921 2020-EXIT.
002922     EXIT.
002923
002924*      2025-CLOSE-JUDGED-BATCH BALANCES THE BATCH AGAINST ITS
002925*      TRAILER, THEN -- IF IT STILL STANDS -- MAKES SURE ITS
002926*      BATCH NUMBER HAS NOT ALREADY BEEN RUN.
002927 2025-CLOSE-JUDGED-BATCH.
002928     IF BT-TICKET-COUNT NOT NUMERIC
002929             OR BT-OPERAND-HASH NOT NUMERIC
002930         MOVE "TRAILER COUNT OR HASH NOT NUMERIC"
002931             TO WS-REFUSE-REASON
002932         PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
002933     ELSE
002934         IF BT-TICKET-COUNT NOT = WS-RUN-TICKETS
002935             MOVE BT-TICKET-COUNT TO WS-COUNT-WORK
002936             MOVE SPACES TO WS-REFUSE-REASON
002937             STRING "TICKETS " WS-RUN-TICKETS " -- TRAILER SAYS "
002938                 WS-COUNT-WORK DELIMITED BY SIZE
002939                 INTO WS-REFUSE-REASON
002940             PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
002941         ELSE
002942             IF BT-OPERAND-HASH NOT = WS-RUN-HASH
002943                 MOVE "OPERAND HASH DOES NOT MATCH TRAILER"
002944                     TO WS-REFUSE-REASON
002945                 PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
002946             END-IF
002947         END-IF
002948     END-IF.
002949     IF WS-BT-ACCEPTED (WS-HDR-COUNT)
002950         PERFORM 2040-CHECK-DUPLICATE THRU 2040-EXIT
002951     END-IF.
002952     PERFORM 2035-END-JUDGED-BATCH THRU 2035-EXIT.
002953 2025-EXIT.
002954     EXIT.
002955
002956*      2030-REFUSE-BATCH REFUSES THE CURRENT BATCH FOR
002957*      WS-REFUSE-REASON. THE FIRST REASON FOUND IS THE ONE KEPT.
002958 2030-REFUSE-BATCH.
002959     IF WS-BT-ACCEPTED (WS-HDR-COUNT)
002960         MOVE 'R' TO WS-BT-OUTCOME (WS-HDR-COUNT)
002961         MOVE WS-REFUSE-REASON TO WS-BT-REASON (WS-HDR-COUNT)
002962     END-IF.
002963 2030-EXIT.
002964     EXIT.
002965
002966*      2035-END-JUDGED-BATCH CLOSES OUT THE CURRENT BATCH AND
002967*      PUTS A REFUSED ONE ON THE EXCEPTIONS REPORT.
002968 2035-END-JUDGED-BATCH.
002969     IF NOT WS-BT-ACCEPTED (WS-HDR-COUNT)
002970         MOVE SPACES TO CALC-EXC-LINE
002971         STRING "BATCH " WS-BT-DEPT (WS-HDR-COUNT) " "
002972             WS-BT-BATCH-NO (WS-HDR-COUNT) " REFUSED -- "
002973             WS-BT-REASON (WS-HDR-COUNT)
002974             DELIMITED BY SIZE INTO CALC-EXC-LINE
002975         WRITE CALC-EXC-LINE
002976         ADD 1 TO WS-EXC-COUNT
002977     END-IF.
002978     MOVE 'N' TO WS-IN-BATCH-SW.
002979 2035-EXIT.
002980     EXIT.
002981
002982*      2040-CHECK-DUPLICATE REFUSES A BATCH NUMBER THE SAME
002983*      DEPARTMENT ALREADY HAS -- EARLIER IN THIS FILE, OR RUN ON
002984*      AN EARLIER NIGHT PER CALC-BATCH-REGISTER.DAT.
002985 2040-CHECK-DUPLICATE.
002986     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
002987             UNTIL WS-SCAN-SUB >= WS-HDR-COUNT
002988         IF WS-BT-ACCEPTED (WS-SCAN-SUB)
002989                 AND WS-BT-DEPT (WS-SCAN-SUB)
002990                     = WS-BT-DEPT (WS-HDR-COUNT)
002991                 AND WS-BT-BATCH-NO (WS-SCAN-SUB)
002992                     = WS-BT-BATCH-NO (WS-HDR-COUNT)
002993             MOVE "BATCH NUMBER REPEATED IN THIS FILE"
002994                 TO WS-REFUSE-REASON
002995             PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
002996         END-IF
002997     END-PERFORM.
002998     IF WS-BT-ACCEPTED (WS-HDR-COUNT)
002999         PERFORM 2042-SCAN-REGISTER THRU 2042-EXIT
003000     END-IF.
003001 2040-EXIT.
003002     EXIT.
003003
003004*      2042-SCAN-REGISTER LOOKS FOR AN 'A' LINE FOR THIS
003005*      DEPARTMENT AND BATCH NUMBER. NO REGISTER AT ALL IS A
003006*      FIRST RUN; A REGISTER THAT WILL NOT OPEN REFUSES THE
003007*      BATCH, SINCE A RESEND COULD NOT BE TOLD FROM A NEW ONE.
003008 2042-SCAN-REGISTER.
003009     OPEN INPUT BATCH-REGISTER.
003010     IF WS-REG-STATUS = '00'
003011         MOVE 'N' TO WS-REG-EOF
003012         PERFORM UNTIL WS-REG-EOF-YES
003013             READ BATCH-REGISTER
003014                 AT END
003015                     MOVE 'Y' TO WS-REG-EOF
003016                 NOT AT END
003017                     IF REG-OUTCOME = 'A'
003018                             AND REG-DEPT
003019                                 = WS-BT-DEPT (WS-HDR-COUNT)
003020                             AND REG-BATCH-NO
003021                                 = WS-BT-BATCH-NO (WS-HDR-COUNT)
003022                         MOVE SPACES TO WS-REFUSE-REASON
003023                         STRING "BATCH NUMBER ALREADY RUN ON "
003024                             REG-RUN-DATE DELIMITED BY SIZE
003025                             INTO WS-REFUSE-REASON
003026                         PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
003027                         MOVE 'Y' TO WS-REG-EOF
003028                     END-IF
003030             END-READ
003031         END-PERFORM
003032         CLOSE BATCH-REGISTER
003033     ELSE
003034         IF WS-REG-STATUS NOT = '35'
003035             MOVE SPACES TO WS-REFUSE-REASON
003036             STRING "CALC-BATCH-REGISTER.DAT STATUS "
003037                 WS-REG-STATUS DELIMITED BY SIZE
003038                 INTO WS-REFUSE-REASON
003039             PERFORM 2030-REFUSE-BATCH THRU 2030-EXIT
003040         END-IF
003041     END-IF.
003042 2042-EXIT.
003043     EXIT.
003044
003045*      2045-HASH-TICKET ADDS ONE TICKET'S OPERANDS TO THE
003046*      CURRENT BATCH'S HASH, THE SAME WAY THE SENDER BUILDS IT.
003047 2045-HASH-TICKET.
003048     IF TRANS-NUM1 NUMERIC
003049         ADD TRANS-NUM1 TO WS-RUN-HASH
003050     END-IF.
003051     IF TRANS-NUM2 NUMERIC
003052         ADD TRANS-NUM2 TO WS-RUN-HASH
003053     END-IF.
003054 2045-EXIT.
003055     EXIT.
003056
003057*      2050-RUN-BATCHES IS THE WORKING PASS. TICKETS OF A BATCH
003058*      THE FIRST PASS PASSED ARE RUN EXACTLY AS BEFORE; TICKETS
003059*      OF A REFUSED BATCH ARE ONLY ACKNOWLEDGED. RECORDS OUTSIDE
003060*      ANY BATCH WERE REPORTED BY THE FIRST PASS AND ARE SKIPPED.
003061 2050-RUN-BATCHES.
003062     MOVE 'N' TO WS-EOF.
003063     MOVE 'N' TO WS-IN-BATCH-SW.
003064     MOVE ZERO TO WS-TRANS-COUNT WS-HDR-COUNT.
003065     PERFORM UNTIL WS-EOF-YES
003066         READ CALC-TRANS-IN
003067             AT END
003068                 MOVE 'Y' TO WS-EOF
003069             NOT AT END
003070                 ADD 1 TO WS-TRANS-COUNT
003071                 PERFORM 2055-RUN-ONE-RECORD THRU 2055-EXIT
003072         END-READ
003073     END-PERFORM.
003074     IF WS-IN-BATCH
003075         PERFORM 2070-CLOSE-ACK THRU 2070-EXIT
003076     END-IF.
003077 2050-EXIT.
003078     EXIT.
003079
003080*      2055-RUN-ONE-RECORD HANDLES ONE INPUT RECORD FOR THE
003081*      WORKING PASS: A HEADER CLOSES ANY BATCH STILL OPEN AND
003082*      STARTS THE NEXT ONE'S ACKNOWLEDGMENT, A TRAILER CLOSES
003083*      IT, AND A TICKET IS RUN IF ITS BATCH PASSED -- OR ONLY
003084*      ACKNOWLEDGED AS NOT RUN IF IT DID NOT. RECORDS OUTSIDE
003085*      ANY BATCH ARE SKIPPED.
003086 2055-RUN-ONE-RECORD.
003087     EVALUATE TRUE
003088         WHEN TRANS-BATCH-HEADER
003089             IF WS-IN-BATCH
003090                 PERFORM 2070-CLOSE-ACK THRU 2070-EXIT
003091             END-IF
003092             PERFORM 2060-OPEN-ACK THRU 2060-EXIT
003093         WHEN TRANS-BATCH-TRAILER
003094             IF WS-IN-BATCH
003095                 PERFORM 2070-CLOSE-ACK THRU 2070-EXIT
003096             END-IF
003097         WHEN WS-IN-BATCH
003098             ADD 1 TO WS-RUN-TICKETS
003099             PERFORM 2045-HASH-TICKET THRU 2045-EXIT
003100             IF WS-CUR-ACCEPTED
003101                 PERFORM 2250-BATCH-ONE-TICKET THRU 2250-EXIT
003102             ELSE
003103                 MOVE "BATCH REFUSED -- NOT RUN" TO WS-EXC-REASON
003104             END-IF
003105             PERFORM 2065-WRITE-ACK-DETAIL THRU 2065-EXIT
003106         WHEN OTHER
003107             CONTINUE
003108     END-EVALUATE.
003109 2055-EXIT.
003111     EXIT.
003112
003113*      2060-OPEN-ACK PICKS UP THE FIRST PASS'S VERDICT ON THE
003114*      BATCH THIS HEADER OPENS AND STARTS ITS ACKNOWLEDGMENT.
003115 2060-OPEN-ACK.
003116     ADD 1 TO WS-HDR-COUNT.
003117     MOVE 'Y' TO WS-IN-BATCH-SW.
003118     MOVE ZERO TO WS-RUN-TICKETS WS-RUN-HASH WS-ACK-ACCEPTED
003119         WS-ACK-REJECTED WS-ACK-OVERFLOWED WS-ACK-RESULT-TOTAL.
003120     MOVE BH-DEPT TO WS-CUR-DEPT.
003121     MOVE BH-BATCH-NO TO WS-CUR-BATCH-NO.
003122     IF WS-HDR-COUNT > 500
003123         MOVE 'R' TO WS-CUR-OUTCOME
003124         MOVE "OVER 500 BATCHES IN ONE FILE" TO WS-CUR-REASON
003125     ELSE
003126         MOVE WS-BT-OUTCOME (WS-HDR-COUNT) TO WS-CUR-OUTCOME
003127         MOVE WS-BT-REASON (WS-HDR-COUNT) TO WS-CUR-REASON
003128     END-IF.
003129     IF WS-CUR-ACCEPTED
003130         ADD 1 TO WS-ACCEPTED-COUNT
003131     ELSE
003132         ADD 1 TO WS-REFUSED-COUNT
003133     END-IF.
003134     IF WS-CUR-DEPT = SPACES
003135         MOVE 'NONE' TO WS-ACK-DEPT
003136     ELSE
003137         MOVE WS-CUR-DEPT TO WS-ACK-DEPT
003138     END-IF.
003139     MOVE WS-CUR-BATCH-NO TO WS-ACK-BATCH.
003140     INSPECT WS-ACK-BATCH REPLACING ALL SPACE BY '0'.
003141     MOVE SPACES TO WS-ACK-NAME.
003143     IF WS-CUR-ACCEPTED
003144         STRING 'CALC-ACK-' WS-ACK-DEPT DELIMITED BY SPACE
003145             '-' WS-ACK-BATCH '.DAT' DELIMITED BY SIZE
003146             INTO WS-ACK-NAME
003147     ELSE
003148         STRING 'CALC-ACK-' WS-ACK-DEPT DELIMITED BY SPACE
003149             '-' WS-ACK-BATCH '-R.DAT' DELIMITED BY SIZE
003150             INTO WS-ACK-NAME
003151     END-IF.
003152     OPEN OUTPUT CALC-ACK.
003153     IF WS-ACK-STATUS NOT = '00'
003154         DISPLAY "CANNOT OPEN " WS-ACK-NAME " STATUS "
003155             WS-ACK-STATUS " -- BATCH " WS-CUR-DEPT " "
003156             WS-CUR-BATCH-NO " HAS NO ACKNOWLEDGMENT"
003157     ELSE
003158         MOVE 'Y' TO WS-ACK-OPEN-SW
003159         MOVE SPACES          TO ACK-HDR-REC
003160         MOVE 'H'             TO AKH-TYPE
003161         MOVE WS-CUR-DEPT     TO AKH-DEPT
003162         MOVE WS-CUR-BATCH-NO TO AKH-BATCH-NO
003163         MOVE WS-RUN-DATE     TO AKH-RUN-DATE
003164         MOVE WS-RUN-TIME     TO AKH-RUN-TIME
003165         MOVE WS-CUR-OUTCOME  TO AKH-OUTCOME
003166         MOVE WS-CUR-REASON   TO AKH-REASON
003167         WRITE ACK-HDR-REC
003168     END-IF.
003169 2060-EXIT.
003170     EXIT.
003171
003172*      2065-WRITE-ACK-DETAIL ACKNOWLEDGES ONE TICKET -- 'A' WITH
003174*      ITS RESULT AND FLAG, OR 'R' WITH THE REASON IT WAS NOT RUN.
003175*      WS-EXC-REASON IS SPACES WHEN THE TICKET PRODUCED A RESULT.
003176 2065-WRITE-ACK-DETAIL.
003177     IF WS-EXC-REASON = SPACES
003178         ADD 1 TO WS-ACK-ACCEPTED
003179         ADD WS-BATCH-RESULT TO WS-ACK-RESULT-TOTAL
003180         IF WS-RESULT-FLAG = 'O'
003181             ADD 1 TO WS-ACK-OVERFLOWED
003182         END-IF
003183     ELSE
003184         ADD 1 TO WS-ACK-REJECTED
003185     END-IF.
003186     IF WS-ACK-OPEN
003187         MOVE SPACES TO ACK-DTL-REC
003188         MOVE 'D'                     TO AKD-TYPE
003189         MOVE WS-RUN-TICKETS          TO AKD-TICKET-NO
003190         MOVE TRANS-OP                TO AKD-OP
003191         MOVE CALC-TRANS-IN-REC (2:7) TO AKD-NUM1
003192         MOVE CALC-TRANS-IN-REC (9:7) TO AKD-NUM2
003193         MOVE CALC-TRANS-IN-REC (16:3) TO AKD-TERM
003194         IF WS-EXC-REASON = SPACES
003195             MOVE 'A'             TO AKD-OUTCOME
003196             MOVE WS-BATCH-RESULT TO AKD-RESULT
003197             MOVE WS-RESULT-FLAG  TO AKD-FLAG
003198         ELSE
003199             MOVE 'R'             TO AKD-OUTCOME
003200             MOVE ZERO            TO AKD-RESULT
003201             MOVE WS-EXC-REASON   TO AKD-REASON
003202         END-IF
003203         WRITE ACK-DTL-REC
003204     END-IF.
003206 2065-EXIT.
003207     EXIT.
003208
003209*      2070-CLOSE-ACK WRITES THE BATCH'S ACKNOWLEDGMENT TRAILER.
003210*      A REFUSED BATCH GOES ON CALC-BATCH-REGISTER.DAT AT ONCE;
003211*      A BATCH RUN ONLY HAS ITS TICKET COUNT KEPT HERE, AND
003212*      2080-REGISTER-RUN-BATCHES ENTERS IT AFTER THE PASS ENDS.
003213 2070-CLOSE-ACK.
003214     IF WS-ACK-OPEN
003215         MOVE SPACES              TO ACK-TRL-REC
003216         MOVE 'T'                 TO AKT-TYPE
003217         MOVE WS-RUN-TICKETS      TO AKT-TICKETS
003218         MOVE WS-ACK-ACCEPTED     TO AKT-ACCEPTED
003219         MOVE WS-ACK-REJECTED     TO AKT-REJECTED
003220         MOVE WS-ACK-OVERFLOWED   TO AKT-OVERFLOWED
003221         MOVE WS-ACK-RESULT-TOTAL TO AKT-RESULT-TOTAL
003222         MOVE WS-RUN-HASH         TO AKT-OPERAND-HASH
003223         WRITE ACK-TRL-REC
003224         CLOSE CALC-ACK
003225         MOVE 'N' TO WS-ACK-OPEN-SW
003226     END-IF.
003227     IF WS-CUR-ACCEPTED
003228         MOVE WS-RUN-TICKETS TO WS-BT-TICKETS (WS-HDR-COUNT)
003229     ELSE
003230         PERFORM 2075-WRITE-REGISTER-LINE THRU 2075-EXIT
003231     END-IF.
003232     MOVE 'N' TO WS-IN-BATCH-SW.
003233 2070-EXIT.
003234     EXIT.
003235
003237*      2075-WRITE-REGISTER-LINE ENTERS THE BATCH IN WS-CUR-DEPT/
003238*      WS-CUR-BATCH-NO ON CALC-BATCH-REGISTER.DAT WITH ITS
003239*      OUTCOME AND TICKET COUNT.
003240 2075-WRITE-REGISTER-LINE.
003241     OPEN EXTEND BATCH-REGISTER.
003242     IF WS-REG-STATUS = '35'
003243         OPEN OUTPUT BATCH-REGISTER
003244     END-IF.
003245     MOVE SPACES          TO REG-REC.
003246     MOVE WS-CUR-DEPT     TO REG-DEPT.
003247     MOVE WS-CUR-BATCH-NO TO REG-BATCH-NO.
003248     MOVE WS-RUN-DATE     TO REG-RUN-DATE.
003249     MOVE WS-RUN-TIME     TO REG-RUN-TIME.
003250     MOVE WS-CUR-OUTCOME  TO REG-OUTCOME.
003251     MOVE WS-RUN-TICKETS  TO REG-TICKETS.
003252     MOVE WS-CUR-REASON   TO REG-REASON.
003253     WRITE REG-REC.
003254     CLOSE BATCH-REGISTER.
003255 2075-EXIT.
003256     EXIT.
003257
003258*      2080-REGISTER-RUN-BATCHES ENTERS EVERY BATCH THE WORKING
003259*      PASS RAN ON CALC-BATCH-REGISTER.DAT. IT IS PERFORMED ONLY
003260*      AFTER CALC-TRANS-OUT.DAT AND CALC-EXCEPTIONS.RPT ARE
003261*      CLOSED -- A RUN THAT ABENDS BEFORE THEN HAS REGISTERED
003262*      NONE OF ITS BATCHES, SO THE RERUN RUNS THEM ALL AGAIN
003263*      INSTEAD OF REFUSING THEM AS RESENDS AFTER ITS OUTPUT
003264*      FILES HAVE BEEN EMPTIED.
003265 2080-REGISTER-RUN-BATCHES.
003266     PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
003267             UNTIL WS-SCAN-SUB > WS-HDR-COUNT
003269                OR WS-SCAN-SUB > 500
003270         IF WS-BT-ACCEPTED (WS-SCAN-SUB)
003271             MOVE WS-BT-DEPT (WS-SCAN-SUB)     TO WS-CUR-DEPT
003272             MOVE WS-BT-BATCH-NO (WS-SCAN-SUB) TO WS-CUR-BATCH-NO
003273             MOVE WS-BT-OUTCOME (WS-SCAN-SUB)  TO WS-CUR-OUTCOME
003274             MOVE WS-BT-REASON (WS-SCAN-SUB)   TO WS-CUR-REASON
003275             MOVE WS-BT-TICKETS (WS-SCAN-SUB)  TO WS-RUN-TICKETS
003276             PERFORM 2075-WRITE-REGISTER-LINE THRU 2075-EXIT
003277         END-IF
003278     END-PERFORM.
003279 2080-EXIT.
003280     EXIT.
003281
003282*      2250-BATCH-ONE-TICKET JUDGES AND PERFORMS ONE TICKET.
003283*      AN UNKNOWN OPERATION CODE OR OPERANDS THE OPERATION
003284*      CANNOT USE -- NON-NUMERIC NUMBERS, A ZERO DIVISOR, A
003285*      NON-NUMERIC TERM ON AN INTEREST ESTIMATE -- GOES TO THE
003286*      EXCEPTIONS REPORT AND PRODUCES NO RESULT LINE AT ALL;
003287*      AN OVERFLOWED RESULT IS STILL A RESULT LINE, FLAGGED
003288*      'O' THE WAY THE OLD ALL-FOUR LAYOUT FLAGGED IT.
003289 2250-BATCH-ONE-TICKET.
003290     MOVE SPACES TO WS-EXC-REASON.
003291     MOVE ZERO TO WS-ADD-RESULT WS-SUB-RESULT
003292         WS-MUL-RESULT WS-DIV-RESULT WS-BATCH-RESULT.
003293     MOVE 'N' TO WS-DIV-ZERO.
003294     MOVE 'N' TO WS-MUL-OVERFLOW.
003295     MOVE 'N' TO WS-FV-OVERFLOW.
003296     MOVE SPACE TO WS-RESULT-FLAG.
003297     EVALUATE TRUE
003298         WHEN NOT TRANS-OP-KNOWN
003300             MOVE "UNKNOWN OPERATION CODE" TO WS-EXC-REASON
003310             PERFORM 2260-WRITE-EXCEPTION THRU 2260-EXIT
003320         WHEN TRANS-NUM1 NOT NUMERIC
005760     END-IF.
005770     MOVE WS-BATCH-RESULT TO OUT-RESULT.
005780     MOVE WS-RESULT-FLAG  TO OUT-FLAG.
005782     MOVE WS-CUR-DEPT     TO OUT-DEPT.
005785     MOVE WS-CUR-BATCH-NO TO OUT-BATCH-NO.
005787     MOVE WS-RUN-TICKETS  TO OUT-TICKET-NO.
005790     WRITE CALC-TRANS-OUT-REC.
005800 2200-EXIT.
005810     EXIT.
