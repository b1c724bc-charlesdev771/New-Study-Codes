000292*                that moves applicants with an aged final
000293*                enrollment outcome off the live master onto
000294*                the archive dataset.
000295* 02/20/2022 CD  Added CC-MODE-WEEKLY and CC-MODE-MONTHLY for
000296*                PROG000C, the recruiting-office scorecard: the
000297*                mode picks the reporting period (the seven
000298*                days ending yesterday, or the prior calendar
000299*                month).
000300* 03/06/2022 CD  Added CC-MODE-WHATIF for the PROG000X impact run
000301*                that screens the live master against a proposed
000302*                eligibility limits row without storing anything.
000303* 03/20/2022 CD  Added CC-MODE-APPEAL for the run that posts the
000304*                appeals desk's case updates (see APTRREC) and
000305*                re-decides an applicant whose appeal is
000306*                overturned.
000307* 04/17/2022 CD  Added CC-MODE-MONTHEND and CC-MODE-YEAREND for
000308*                PROG000B, the intake cohort report: the twelve
000309*                intake months ending with the prior month, or
000310*                the twelve months of the prior calendar year.
000311* 05/01/2022 CD  Added CC-PASS-TYPE for the VALIDATE run.  I
000312*                asks for an incremental pass that screens only
000313*                the change work list (CHGREC) and the records
000314*                the master shows must be looked at; F, or a
000315*                blank card column, is the full sweep of the
000316*                master.  An incremental request still runs the
000317*                full sweep when the limits in force changed.
000318* 05/15/2022 CD  Added CC-MODE-EXAM for the run that posts the
000319*                medical exam results feed (EXAMREC) to the
000320*                master and re-decides on measured values.
000321* 05/29/2022 CD  Added CC-MODE-ARCHINQ and CC-MODE-RESTORE for the
000322*                archive inquiry and the restore of an archived
000323*                applicant, and CC-INQ-NAME/CC-INQ-DOB: the
000324*                inquiry searches by CC-LOOKUP-ID, or by name and
000325*                date of birth when the id is blank.
000326* 06/12/2022 CD  Added CC-MASK-SWITCH.  M asks for masked prints:
000327*                every report and console line the run produces
000328*                shows only the first letters of the name and the
000329*                year of birth.  Blank prints them in full.  The
000331*                letter extract and the enrollment extract always
000332*                carry the full values.  Added CC-MODE-ANONYMIZ
000333*                for the run that anonymizes archive rows past the
000334*                legal retention period.
000280******************************************************************
000290    01  CONTROL-CARD-RECORD.
000300        05  CC-CHECKPOINT-INTERVAL      PIC 9(05).
000409            88  CC-MODE-DUPSCAN              VALUE "DUPSCAN".
000410            88  CC-MODE-DUPMERGE             VALUE "DUPMERGE".
000411            88  CC-MODE-ARCHIVE              VALUE "ARCHIVE".
000412            88  CC-MODE-WEEKLY               VALUE "WEEKLY".
000413            88  CC-MODE-MONTHLY              VALUE "MONTHLY".
000414            88  CC-MODE-WHATIF               VALUE "WHATIF".
000415            88  CC-MODE-APPEAL               VALUE "APPEAL".
000416            88  CC-MODE-MONTHEND             VALUE "MONTHEND".
000417            88  CC-MODE-YEAREND              VALUE "YEAREND".
000418            88  CC-MODE-EXAM                 VALUE "EXAM".
000419            88  CC-MODE-ARCHINQ              VALUE "ARCHINQ".
000421            88  CC-MODE-RESTORE              VALUE "RESTORE".
000422            88  CC-MODE-ANONYMIZ             VALUE "ANONYMIZ".
000410        05  CC-LOOKUP-ID                PIC X(08).
000420        05  CC-PASS-TYPE                PIC X(01).
000430            88  CC-PASS-INCREMENTAL          VALUE "I".
000440            88  CC-PASS-FULL                 VALUE "F" SPACE.
000450        05  CC-INQ-NAME                 PIC X(20).
000460        05  CC-INQ-DOB                  PIC 9(08).
000470        05  CC-MASK-SWITCH              PIC X(01).
000480            88  CC-MASK-PRINTS               VALUE "M".
