000100******************************************************************
000110* Copybook:    APTRREC
000120* Author:      Charles Dantas
000130* Date:        03/20/2022
000140* Purpose:     One row of the appeals desk's case update feed,
000150*              posted by the APPEAL run mode of PROG000X onto
000160*              the appeal case file (APELREC).  A row for a
000170*              case number not yet on file opens the case and
000180*              must carry OPEN or UNDER REVIEW; the received
000190*              date defaults to the run date and the disputed
000200*              reason to the reject on the master.  A row for
000210*              a case on file moves it to the status given and
000220*              reassigns the reviewer when one is named.
000230*              UPHELD, OVERTURNED and WITHDRAWN close the case
000240*              as of the outcome date (default the run date).
000250*              An OVERTURNED row carries the corrected birth
000260*              date, height and weight the desk established,
000270*              zero meaning leave that value alone - the same
000280*              convention as a MAINT correction.
000290******************************************************************
000300    01  APPEAL-TRAN-RECORD.
000310        05  ATRN-APPL-ID                PIC X(08).
000320        05  ATRN-CASE-NUMBER            PIC 9(03).
000330        05  ATRN-STATUS                 PIC X(12).
000340            88  ATRN-OPEN                   VALUE "OPEN".
000350            88  ATRN-UNDER-REVIEW           VALUE "UNDER REVIEW".
000360            88  ATRN-UPHELD                 VALUE "UPHELD".
000370            88  ATRN-OVERTURNED             VALUE "OVERTURNED".
000380            88  ATRN-WITHDRAWN              VALUE "WITHDRAWN".
000390            88  ATRN-ACTIVE-STATUS          VALUE "OPEN"
000400                                                  "UNDER REVIEW".
000410            88  ATRN-VALID-STATUS           VALUE "OPEN"
000420                                                  "UNDER REVIEW"
000430                                                  "UPHELD"
000440                                                  "OVERTURNED"
000450                                                  "WITHDRAWN".
000460        05  ATRN-RECEIVED-DATE          PIC 9(08).
000470        05  ATRN-DISPUTED-REASON        PIC X(02).
000480        05  ATRN-DISPUTE-TEXT           PIC X(30).
000490        05  ATRN-REVIEWER               PIC X(08).
000500        05  ATRN-OUTCOME-DATE           PIC 9(08).
000510        05  ATRN-NEW-DOB                PIC 9(08).
000520        05  ATRN-NEW-HEIGHT             PIC 9(08).
000530        05  ATRN-NEW-WEIGHT             PIC 9(08).
