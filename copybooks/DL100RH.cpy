000240*              THE WRITTEN COUNT IS TALLIED AT THE WRITE SITES, *
000250*              NOT DERIVED, SO THE READ = WRITTEN + REJECTED    *
000260*              BALANCE IS REAL EVIDENCE.                        *
000262*              RH-EDIT-COUNT IS THE PART OF RH-REJECT-COUNT      *
000264*              THAT FAILED A FEEDDEF CONTENT EDIT RULE RATHER    *
000266*              THAN THE PRINTABLE-DATA CHECK; IT IS NOT A        *
000268*              SEPARATE BUCKET IN THE BALANCE.                   *
000270*----------------------------------------------------------------*
000280 01  RH-RECORD.
000290     05  RH-RUN-DATE             PIC X(10).
000420     05  RH-SUM-PAD              PIC 9(11).
000430     05  RH-DUP-COUNT            PIC 9(09).
000440     05  RH-SUM-DUP              PIC 9(11).
000450     05  RH-EDIT-COUNT           PIC 9(09).
