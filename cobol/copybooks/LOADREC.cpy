000189*                LOAD run can prove the feed is current and
000190*                complete before a single record goes to the
000191*                master.  Record length 60 -> 61.
000192* 02/20/2022 CD  Added LOAD-OFFICE-CODE, the recruiting office
000193*                that took the applicant in, carried onto the
000194*                master by a LOAD the same as by an APPLY ADD.
000195*                Record length 61 -> 65.
000192******************************************************************
000200    01  LOAD-APPLICANT-RECORD.
000202        05  LOAD-REC-TYPE               PIC X(01).
000240            10  LOAD-NAME               PIC X(20).
000250            10  LOAD-DOB                PIC 9(08).
000260            10  LOAD-WEIGHT             PIC 9(08).
000261            10  LOAD-OFFICE-CODE        PIC X(04).
000262        05  LOAD-HEADER-DATA REDEFINES LOAD-DETAIL-DATA.
000264            10  LOAD-FEED-DATE          PIC 9(08).
000266            10  FILLER                  PIC X(56).
000268        05  LOAD-TRAILER-DATA REDEFINES LOAD-DETAIL-DATA.
000270            10  LOAD-TRAILER-COUNT      PIC 9(07).
000272            10  FILLER                  PIC X(57).
