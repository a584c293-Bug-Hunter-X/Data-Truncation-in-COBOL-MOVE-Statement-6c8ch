000164*                       WITHIN THE RECORD, UP TO 30 BYTES;       *
000166*                       ZEROS OR SPACES MEAN THE FEED HAS NO     *
000168*                       KEY).                                    *
000169*                       A "Y" IN FD-SENSITIVE MARKS THE WHOLE    *
00016A*                       VALUE AS CUSTOMER PERSONAL DATA.         *
000170*                "FL" - ONE FIELD OF A FEED'S FIELD LAYOUT (SEE  *
000180*                       DL100FL): FEED CODE, FIELD NAME, OFFSET, *
000190*                       LENGTH, LIMIT AND MULTIBYTE FLAG.  FL    *
000200*                       ROWS FOLLOW IN FIELD ORDER; A FEED WITH  *
000210*                       NO FL ROWS IS PROCESSED AS A SINGLE      *
000220*                       VALUE.                                   *
000221*                       A "Y" IN FD-FIELD-SENSITIVE MARKS THE    *
000223*                       FIELD AS CUSTOMER PERSONAL DATA.         *
000224*                "ED" - ONE CONTENT EDIT RULE ON A FIELD OF A    *
000225*                       FEED'S FIELD LAYOUT: FEED CODE, FIELD    *
000226*                       NAME (AS ON ITS FL ROW), RULE AND RULE   *
000228*                       ARGUMENT.  UP TO FOUR RULES PER FIELD,   *
00022A*                       IN ANY ORDER IN THE FILE.  RULES:        *
00022B*                         "R" - REQUIRED, MAY NOT BE BLANK       *
00022C*                         "N" - NUMERIC ONLY (DIGITS, LEADING    *
00022D*                               OR TRAILING SPACES ALLOWED)      *
00022E*                         "D" - VALID DATE.  THE ARGUMENT IS THE *
00022F*                               FORMAT, YYYY OR YY, MM AND DD    *
00022G*                               WITH ANY SEPARATORS, E.G.        *
00022H*                               YYYYMMDD OR MM/DD/YYYY           *
00022I*                         "C" - ALLOWED CHARACTER SET.  THE      *
00022J*                               ARGUMENT IS A CLASS - "A"        *
00022K*                               LETTERS, "X" LETTERS AND DIGITS, *
00022L*                               "9" DIGITS, "L" LISTED ONLY -    *
00022M*                               FOLLOWED BY ANY OTHER CHARACTERS *
00022N*                               ALLOWED.  SPACE IS ALWAYS        *
00022O*                               ALLOWED.                         *
00022P*                       A BLANK FIELD PASSES EVERY RULE BUT "R". *
000230*                "* " - COMMENT, SKIPPED.  BLANK ROWS SKIPPED.   *
000232*              PERSONAL DATA IS MASKED ON EVERY EXCEPTION, REJECT*
000234*              DUPLICATE AND REPORT OUTPUT (SEE DL100MSK); THE   *
000236*              CLEAR VALUE GOES ONLY TO THE SECURED VAULT FILE   *
000238*              (SEE DL100VT).  "N" OR SPACE MEANS NOT SENSITIVE. *
000240*              READ AT START-UP BY THE SHARED DL100TBL LOADER    *
000250*              AND VALIDATED BY THE DL140TM UTILITY, SO A NEW    *
000260*              FEED IS A CONTROL-FILE CHANGE, NOT A RELEASE.     *
000350         10  FD-MARKER           PIC X(03).
000352         10  FD-KEY-OFFSET       PIC 9(04).
000354         10  FD-KEY-LENGTH       PIC 9(02).
000356         10  FD-SENSITIVE        PIC X(01).
000360         10  FILLER              PIC X(55).
000370     05  FD-FL-FIELDS REDEFINES FD-DT-FIELDS.
000380         10  FD-FIELD-NAME       PIC X(10).
000390         10  FD-FIELD-OFFSET     PIC 9(04).
000400         10  FD-FIELD-LENGTH     PIC 9(04).
000410         10  FD-FIELD-LIMIT      PIC 9(04).
000420         10  FD-FIELD-MB         PIC X(01).
000425         10  FD-FIELD-SENSITIVE  PIC X(01).
000430         10  FILLER              PIC X(50).
000440     05  FD-ED-FIELDS REDEFINES FD-DT-FIELDS.
000450         10  FD-EDIT-FIELD-NAME  PIC X(10).
000460         10  FD-EDIT-RULE        PIC X(01).
000470         10  FD-EDIT-ARG         PIC X(30).
000480         10  FILLER              PIC X(33).
