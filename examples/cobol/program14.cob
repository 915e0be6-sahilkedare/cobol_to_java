000310*                    PAYROLL MOVEMENT BY DEPARTMENT, SO THE     *
000320*                    BUDGET ANSWER COMES FROM A FILE INSTEAD    *
000330*                    OF WHOEVER KEPT OLD PRINTOUTS.             *
000332*  10/15/2026 RH    EMP-OUT-REC PICKED UP THE HIRE AND         *
000335*                    SERVICE DATES, SO THE LAYOUT STAYS IN     *
000337*                    STEP WITH EMPLOYEE-OUT.DAT.               *
000340*--------------------------------------------------------------*
000350*
000360 ENVIRONMENT DIVISION.
000580     05  OUT-DEPT          PIC X(04).
000590     05  OUT-GRADE         PIC X(02).
000600     05  OUT-STATUS        PIC X(01).
000603     05  OUT-HIRE-DATE     PIC 9(08).
000606     05  OUT-SERVICE-DATE  PIC 9(08).
000610
000620*      SNAPSHOT-FILE IS THE CUMULATIVE COMP MASTER -- ONE LINE
000630*      PER DEPT/GRADE PER MONTH-END, APPENDED FOREVER (THE
