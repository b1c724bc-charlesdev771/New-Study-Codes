000218*                length 98 -> 107; redefine with
000219*                RECORDSIZE(107,107) and rebuild (PROG000L)
000220*                when promoted.
000221* 02/20/2022 CD  Added the recruiting office that took the
000222*                applicant in (from the intake feed) and the
000223*                intake date - the run date the APPLY ADD or
000224*                SUSPENSE post first put him on the master - so
000225*                the office scorecard (PROG000C) can say which
000226*                offices sent us whom, and when.  A LOAD
000227*                rebuild cannot know when an applicant first
000228*                came in and leaves the intake date zero.
000229*                Record length 107 -> 119; redefine with
000230*                RECORDSIZE(119,119) and rebuild (PROG000L) when
000231*                promoted.
000232* 04/03/2022 CD  Added the training class the applicant holds a
000233*                seat in, assigned by the nightly class seat
000234*                allocation (PROG000K) and cleared when a
000235*                reject or an enrollment drop releases the
000236*                seat.  A new extract status of C means sent,
000237*                but a class assigned since then still has to
000238*                go to enrollment on a fresh D record; C still
000239*                counts as sent everywhere else.  Record length
000240*                119 -> 125; redefine with RECORDSIZE(125,125)
000241*                and rebuild (PROG000L) when promoted.
000242* 05/15/2022 CD  Added the medical exam fields, posted by the
000243*                EXAM run mode from the exam results feed (see
000244*                EXAMREC).  Once an exam is on file APPL-HEIGHT
000245*                and APPL-WEIGHT hold the measured values - so
000246*                every screening pass uses them unchanged - and
000247*                the values the applicant reported at intake
000248*                move to APPL-RPT-HEIGHT/WEIGHT for reference.
000249*                Zero exam date means no exam on file.  Record
000250*                length 125 -> 156; redefine with
000251*                RECORDSIZE(156,156) and rebuild (PROG000L) when
000252*                promoted.
000208******************************************************************
000190    01  APPLICANT-RECORD.
000200        05  APPL-ID                     PIC X(08).
000420        05  APPL-WAIVER-AUTHORITY       PIC X(08).
000430        05  APPL-WAIVER-EXPIRY          PIC 9(08).
000440        05  APPL-EXTRACT-STATUS         PIC X(01).
000450            88  APPL-EXTR-SENT              VALUE "S" "C".
000455            88  APPL-EXTR-CLASS-RESEND      VALUE "C".
000460            88  APPL-EXTR-NOT-SENT          VALUE SPACE.
000470        05  APPL-EXTRACT-DATE           PIC 9(08).
000480        05  APPL-OFFICE-CODE            PIC X(04).
000490        05  APPL-INTAKE-DATE            PIC 9(08).
000500        05  APPL-CLASS-ID               PIC X(06).
000510            88  APPL-NO-CLASS               VALUE SPACES.
000520        05  APPL-EXAM-DATE              PIC 9(08).
000530        05  APPL-EXAM-RESULT            PIC X(01).
000540            88  APPL-EXAM-PASSED            VALUE "P".
000550            88  APPL-EXAM-FAILED            VALUE "F".
000560            88  APPL-NO-EXAM                VALUE SPACE.
000570        05  APPL-EXAM-STATION           PIC X(06).
000580        05  APPL-RPT-HEIGHT             PIC 9(08).
000590        05  APPL-RPT-WEIGHT             PIC 9(08).
