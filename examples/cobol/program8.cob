000480*  09/02/2026 RH    WIDENED FLOG-REC AND THE ARCHIVE/KEEP     *
000490*                    IMAGES FOR THE BOARD COLUMN FORTUNE-     *
000500*                    TELLER NOW LOGS PAST THE FORTUNE TEXT.   *
000501*  10/15/2026 RH    WIDENED REJ-REC FOR THE KEYED-BY COLUMN    *
000502*                    EMP-REJECTS.DAT NOW CARRIES PAST THE      *
000504*                    DISPOSITION BYTE.                         *
000505*  10/15/2026 RH    WIDENED AUDIT-REC AGAIN FOR THE            *
000507*                    EFFECTIVE-DATE COLUMN EMPLOYEE-UPDATE NOW *
000508*                    WRITES PAST THE ACTION CODE.              *
000510*--------------------------------------------------------------*
000520*
000530 ENVIRONMENT DIVISION.
000960 01  AUDIT-REC.
000970     05  FILLER            PIC X(47).
000980     05  AUD-REC-DATE      PIC 9(08).
000990*      THE AUDIT LINE NOW CARRIES APPROVED-BY, ACTION-CODE, AND
001000*      EFFECTIVE-DATE COLUMNS PAST THE RUN DATE -- THE FILLER
001010*      KEEPS A KEPT LINE INTACT THROUGH THE REWRITE INSTEAD OF
001020*      CLIPPING IT AT THE DATE.
001030     05  FILLER            PIC X(20).
001040 FD  REJ-FILE.
001050 01  REJ-REC.
001060     05  FILLER            PIC X(79).
001070     05  REJ-REC-DISP      PIC X(01).
001072*      THE REJECT LINE NOW CARRIES THE TRANSACTION'S KEYED-BY
001075*      PAST THE DISPOSITION -- KEPT INTACT THROUGH THE REWRITE.
001077     05  FILLER            PIC X(09).
001080 FD  CLOG-FILE.
001090 01  CLOG-REC.
001100     05  CLOG-REC-DATE     PIC 9(08).
