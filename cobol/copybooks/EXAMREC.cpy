000100******************************************************************
000110* Copybook:    EXAMREC
000120* Author:      Charles Dantas
000130* Date:        05/15/2022
000140* Purpose:     One row of the medical exam results feed (MEPS
000150*              station results), posted to the master by the
000160*              EXAM run mode of PROG000X.  The height and
000170*              weight here are what the examining station
000180*              measured; once posted they replace the values
000190*              the applicant reported at intake for screening,
000200*              and the reported values are kept on the master
000210*              for reference.  EXAM-RESULT is the station's
000220*              overall pass/fail call.
000230******************************************************************
000240    01  EXAM-FEED-RECORD.
000250        05  EXAM-APPL-ID                PIC X(08).
000260        05  EXAM-DATE                   PIC 9(08).
000270        05  EXAM-HEIGHT                 PIC 9(08).
000280        05  EXAM-WEIGHT                 PIC 9(08).
000290        05  EXAM-RESULT                 PIC X(01).
000300            88  EXAM-PASSED                 VALUE "P".
000310            88  EXAM-FAILED                 VALUE "F".
000320            88  EXAM-VALID-RESULT           VALUE "P" "F".
000330        05  EXAM-STATION                PIC X(06).
