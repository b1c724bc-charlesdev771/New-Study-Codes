000100******************************************************************
000110* Copybook:    CHGREC
000120* Author:      Charles Dantas
000130* Date:        05/01/2022
000140* Purpose:     One row of the change work list.  Every run that
000150*              touches an applicant's master record outside the
000160*              VALIDATE pass - APPLY, MAINT, WAIVER, SUSPENSE,
000170*              REEXAM, APPEAL, EXAM and RESTORE in PROG000X, and
000180*              PROG000E when it posts an enrollment outcome -
000190*              appends the id here (the same append pattern as
000200*              MAINTCOR and the removal queue).  An incremental
000205*              VALIDATE pass re-screens exactly these applicants
000210*              plus the few the master itself shows must be
000220*              looked at, then empties the list on a clean end
000230*              of run.  An id may appear more than once; the
000240*              pass sorts the list and screens him once.
000250*              CHG-RUN-MODE and CHG-DATE say which run queued
000260*              him and when.
000270******************************************************************
000280    01  CHANGE-LIST-RECORD.
000290        05  CHG-APPL-ID                 PIC X(08).
000300        05  CHG-RUN-MODE                PIC X(08).
000310        05  CHG-DATE                    PIC 9(06).
