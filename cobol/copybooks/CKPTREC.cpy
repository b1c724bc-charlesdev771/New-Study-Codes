000177*                checkpoint, so the extract trailer still
000178*                certifies the true detail count after a
000179*                restart.  Record length 29 -> 36.
000180* 05/01/2022 CD  Added CKPT-RESCREENED-COUNT, the records an
000181*                incremental VALIDATE pass had re-screened by
000182*                the checkpoint, so a restart's control report
000183*                still splits records read into re-screened and
000184*                standing.  Record length 36 -> 43.
000170******************************************************************
000180    01  CHECKPOINT-RECORD.
000190        05  CKPT-RUN-COUNT              PIC 9(07).
000210        05  CKPT-PASSED-COUNT           PIC 9(07).
000220        05  CKPT-REJECTED-COUNT         PIC 9(07).
000230        05  CKPT-PENDING-COUNT          PIC 9(07).
000240        05  CKPT-RESCREENED-COUNT       PIC 9(07).
