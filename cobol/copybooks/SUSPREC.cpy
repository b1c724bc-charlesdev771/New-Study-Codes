000230*              fields, the file is fed back through the
000240*              SUSPENSE run mode, which posts the fixed records
000250*              to the master.
000251* 02/20/2022 CD  Added SUSP-OFFICE-CODE so a record that spends
000252*                time on suspense still reaches the master
000253*                under the recruiting office that took it in.
000254*                Record length 62 -> 66.
000260******************************************************************
000270    01  SUSPENSE-RECORD.
000280        05  SUSP-REASON-CODE            PIC X(02).
000380        05  SUSP-NAME                   PIC X(20).
000390        05  SUSP-DOB                    PIC X(08).
000400        05  SUSP-WEIGHT                 PIC X(08).
000410        05  SUSP-OFFICE-CODE            PIC X(04).
