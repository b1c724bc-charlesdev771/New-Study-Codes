000243*                skipped cycle stops the run instead of
000244*                silently losing a day.  Record length
000245*                63 -> 64.
000246* 02/20/2022 CD  Added TRAN-OFFICE-CODE, the recruiting office
000247*                that took the applicant in.  An ADD carries it
000248*                onto the master; a CHG with the code blank
000249*                leaves the office on file alone.  Feeds the
000250*                office scorecard (PROG000C).  Record length
000251*                64 -> 68.
000240******************************************************************
000250    01  APPLICANT-TRAN-RECORD.
000252        05  TRAN-REC-TYPE               PIC X(01).
000330            10  TRAN-NAME               PIC X(20).
000340            10  TRAN-DOB                PIC 9(08).
000350            10  TRAN-WEIGHT             PIC 9(08).
000355            10  TRAN-OFFICE-CODE        PIC X(04).
000360        05  TRAN-HEADER-DATA REDEFINES TRAN-DETAIL-DATA.
000370            10  TRAN-CYCLE-NUMBER       PIC 9(06).
000380            10  TRAN-FEED-DATE          PIC 9(08).
000390            10  FILLER                  PIC X(53).
