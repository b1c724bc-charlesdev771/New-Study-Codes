000200*                shows exactly which intake cycles made it to
000201*                the master.  Zero on every other run mode.
000202*                Record length 162 -> 168.
000203* 05/01/2022 CD  Added AUD-PASS-TYPE: F when a VALIDATE row was
000204*                a full sweep of the master, I when it was an
000205*                incremental pass driven by the change work
000206*                list.  Space on every other run mode.  Record
000207*                length 168 -> 169.
000192******************************************************************
000180    01  AUDIT-TRAIL-RECORD.
000190        05  AUD-RUN-DATE                PIC 9(06).
000380        05  AUD-MAX-WEIGHT              PIC 9(08).
000390        05  AUD-RECORDS-PENDING         PIC 9(07).
000400        05  AUD-CYCLE-NUMBER            PIC 9(06).
000410        05  AUD-PASS-TYPE               PIC X(01).
000420            88  AUD-PASS-FULL                VALUE "F".
000430            88  AUD-PASS-INCREMENTAL         VALUE "I".
