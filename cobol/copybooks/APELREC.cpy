000100******************************************************************
000110* Copybook:    APELREC
000120* Author:      Charles Dantas
000130* Date:        03/20/2022
000140* Purpose:     One rejection appeal case.  An applicant who
000150*              disputes a reject (a bad height measurement, a
000160*              wrong birth date on the intake form) opens a
000170*              case with the appeals desk; the case file is
000180*              indexed by applicant id plus the desk's case
000190*              number, so one applicant can carry more than
000200*              one case over time.  The APPEAL run mode of
000210*              PROG000X opens and updates cases from the desk's
000220*              case update feed (APTRREC); an OVERTURNED
000230*              outcome re-decides the applicant and the
000240*              decision that resulted is kept here.  OPEN and
000250*              UNDER REVIEW are the active statuses - while a
000260*              case is active the nightly screening cuts no
000270*              further rejection letter for the applicant - and
000280*              PROG000G ages them weekly against the desk's
000290*              service level.
000300******************************************************************
000310    01  APPEAL-CASE-RECORD.
000320        05  APEL-KEY.
000330            10  APEL-APPL-ID            PIC X(08).
000340            10  APEL-CASE-NUMBER        PIC 9(03).
000350        05  APEL-RECEIVED-DATE          PIC 9(08).
000360        05  APEL-DISPUTED-REASON        PIC X(02).
000370        05  APEL-DISPUTE-TEXT           PIC X(30).
000380        05  APEL-REVIEWER               PIC X(08).
000390        05  APEL-STATUS                 PIC X(12).
000400            88  APEL-OPEN                   VALUE "OPEN".
000410            88  APEL-UNDER-REVIEW           VALUE "UNDER REVIEW".
000420            88  APEL-UPHELD                 VALUE "UPHELD".
000430            88  APEL-OVERTURNED             VALUE "OVERTURNED".
000440            88  APEL-WITHDRAWN              VALUE "WITHDRAWN".
000450            88  APEL-CASE-ACTIVE            VALUE "OPEN"
000460                                                  "UNDER REVIEW".
000470        05  APEL-OUTCOME-DATE           PIC 9(08).
000480        05  APEL-LAST-UPDATE-DATE       PIC 9(08).
000490        05  APEL-RESULT-STATUS          PIC X(01).
000500        05  APEL-RESULT-REASON          PIC X(02).
