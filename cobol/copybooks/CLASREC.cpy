000100******************************************************************
000110* Copybook:    CLASREC
000120* Author:      Charles Dantas
000130* Date:        04/03/2022
000140* Purpose:     One row of the training class schedule kept by
000150*              the training command (PROD.RECRUIT.TRAINING.
000160*              CLASSES), read by the nightly class seat
000170*              allocation (PROG000K).  One row per class: the
000180*              class id that goes on the master and on the
000190*              enrollment extract, the class start date
000200*              (CCYYMMDD) and the number of seats.  Rows may
000210*              come in any order; a class that has already
000220*              started keeps the seats it holds but is given
000230*              no new ones.
000240******************************************************************
000250    01  CLASS-SCHEDULE-RECORD.
000260        05  CLAS-CLASS-ID               PIC X(06).
000270        05  CLAS-START-DATE             PIC 9(08).
000280        05  CLAS-CAPACITY               PIC 9(04).
000290        05  FILLER                      PIC X(02).
