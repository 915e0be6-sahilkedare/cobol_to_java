000240*                    PERSON LEFT AND AT WHAT SALARY; RUN BARE   *
000250*                    IT LISTS EVERY TERMINATION ON FILE --      *
000260*                    FOR HR AND UNEMPLOYMENT-CLAIM PAPERWORK.   *
000262*  10/15/2026 RH    EACH LINE NOW ALSO SHOWS THE HIRE DATE     *
000264*                    AND ADJUSTED SERVICE DATE THE EMPLOYEE    *
000266*                    LEFT WITH (BLANK ON TERMINATIONS RECORDED *
000268*                    BEFORE THE MASTERS CARRIED THEM).         *
000270*--------------------------------------------------------------*
000280*
000290 ENVIRONMENT DIVISION.
000540     05  TM-GRADE          PIC X(02).
000550     05  FILLER            PIC X(01).
000560     05  TM-TERM-DATE      PIC 9(08).
000562     05  FILLER            PIC X(01).
000564     05  TM-HIRE-DATE      PIC 9(08).
000566     05  FILLER            PIC X(01).
000568     05  TM-SERVICE-DATE   PIC 9(08).
000570
000580 FD  TERM-RPT.
000590 01  TERM-RPT-LINE             PIC X(120).
000600
000610 WORKING-STORAGE SECTION.
000620 77  WS-TERM-MASTER-STATUS PIC X(02)  VALUE '00'.
001450     MOVE TM-FINAL-SALARY TO WS-TERM-AMOUNT-ED.
001460     STRING TM-ID "  " TM-NAME " " TM-DEPT " " TM-GRADE " "
001470         TM-TERM-DATE "  FINAL SALARY " WS-TERM-AMOUNT-ED
001475         "  HIRED " TM-HIRE-DATE "  SERVICE FROM " TM-SERVICE-DATE
001480         DELIMITED BY SIZE INTO TERM-RPT-LINE.
001490     WRITE TERM-RPT-LINE.
001500 2100-EXIT.
