000100******************************************************************
000110* Copybook:    ARCHREC
000120* Author:      Charles Dantas
000130* Date:        05/29/2022
000140* Purpose:     One row of the applicant archive dataset
000150*              (ARCHFILE).  ARCH-APPLICANT-DATA is the master
000160*              record in APPLREC layout exactly as it stood
000170*              when it left the master; readers READ INTO
000180*              APPLICANT-RECORD to see it field by field.  The
000190*              trailer says why and when it left - the ARCHIVE
000200*              run (retention elapsed), a DEL transaction, or a
000210*              DUPMERGE retiring a duplicate id - and whether
000220*              PROG000X's RESTORE run has since put it back on
000230*              the master.  Rows archived before the trailer
000240*              was added carry spaces there: reason unknown,
000250*              date unknown, not restored.  A restored row is
000260*              kept, marked, so the trail stays whole; readers
000270*              that count the archive skip it, because the
000280*              record is counted on the master again.
000290******************************************************************
000300    01  ARCHIVE-RECORD.
000310        05  ARCH-APPLICANT-DATA         PIC X(156).
000320        05  ARCH-REASON                 PIC X(03).
000330            88  ARCH-RETENTION-ELAPSED      VALUE "ARC".
000340            88  ARCH-DELETED                VALUE "DEL".
000350            88  ARCH-DUP-RETIRED            VALUE "DUP".
000360            88  ARCH-REASON-UNKNOWN         VALUE SPACES.
000370        05  ARCH-DATE                   PIC X(08).
000380        05  ARCH-DATE-N REDEFINES ARCH-DATE
000390                                        PIC 9(08).
000400        05  ARCH-RESTORE-STATUS         PIC X(01).
000410            88  ARCH-RESTORED               VALUE "R".
000420            88  ARCH-NOT-RESTORED           VALUE SPACE.
000430        05  ARCH-RESTORE-DATE           PIC X(08).
000440        05  ARCH-RESTORE-DATE-N REDEFINES ARCH-RESTORE-DATE
000450                                        PIC 9(08).
