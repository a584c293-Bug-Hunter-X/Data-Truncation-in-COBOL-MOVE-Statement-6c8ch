000150*              OLDER MOVES TO THE ARCHIVE FILES.  A MISSING OR   *
000160*              NON-NUMERIC CARD STOPS THE JOB WITHOUT TOUCHING   *
000170*              ANYTHING - A PURGE MUST NEVER RUN ON A DEFAULT.   *
000172*              AR-VAULT-DAYS IS THE SAME FOR THE PERSONAL-DATA   *
000174*              VAULT (PIIVAULT, DL100VT); BLANK OR ZERO KEEPS    *
000176*              THE VAULT AS LONG AS THE EXCEPTIONS IT BACKS.     *
000180*----------------------------------------------------------------*
000190 01  AR-PARM-RECORD.
000200     05  AR-RETENTION-DAYS       PIC 9(05).
000205     05  AR-VAULT-DAYS           PIC X(05).
000207     05  AR-VAULT-DAYS-N REDEFINES AR-VAULT-DAYS
000208                                 PIC 9(05).
000210     05  FILLER                  PIC X(70).
