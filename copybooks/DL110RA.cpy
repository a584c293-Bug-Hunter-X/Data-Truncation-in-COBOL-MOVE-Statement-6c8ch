000240*    THE FEED'S BUSINESS KEY, CARRIED FROM THE REJECT DATA
000250*    RECORD.  APPENDED.
000260     05  RA-BUSINESS-KEY         PIC X(30).
000270*    WHY A "REJECTED" RECORD COULD NOT BE REPAIRED - A FAILED
000280*    FEEDDEF FIELD EDIT NAMES THE FIELD AND THE RULE.  SPACES
000290*    FOR A REPAIR.  APPENDED.
000300     05  RA-REASON               PIC X(42).
