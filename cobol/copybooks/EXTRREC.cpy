000164*                been deleted or flipped to rejected.  The
000165*                trailer count covers D and R records together.
000166*                Layout is unchanged.
000167* 04/03/2022 CD  Added the training class id to the detail
000168*                record - the class the applicant holds a seat
000169*                in (PROG000K stamps tonight's details after
000170*                the seat allocation), spaces while he is
000171*                waitlisted.  An applicant seated from the
000172*                waitlist after his first extract goes out
000173*                again on a fresh D record carrying the class;
000174*                enrollment takes a D for an applicant it
000175*                already holds as a class update and answers
000176*                it with his current disposition, the same as
000177*                any other D.  Record length 26 -> 32.
000160******************************************************************
000170    01  ACCEPTED-EXTRACT-RECORD.
000171        05  AEXT-REC-TYPE               PIC X(01).
000190            10  AEXT-AGE                PIC 9(08).
000200            10  AEXT-HEIGHT             PIC 9(08).
000210            10  AEXT-DECISION           PIC X(01).
000211            10  AEXT-CLASS-ID           PIC X(06).
000212        05  AEXT-TRAILER-DATA REDEFINES AEXT-DETAIL-DATA.
000214            10  AEXT-TRAILER-COUNT      PIC 9(07).
000216            10  AEXT-TRAILER-DATE       PIC 9(08).
000218            10  FILLER                  PIC X(16).
