000250*              that re-decides a record to the same standing
000260*              appends nothing - the file records changes, not
000270*              every nightly pass over an unchanged record.
000272* 03/20/2022 CD  An APPEAL overturn (run mode APPEAL) always
000274*                appends a row, even when the re-decision leaves
000276*                the standing unchanged, so the path shows the
000278*                appeal outcome.
000280******************************************************************
000290    01  DECISION-HISTORY-RECORD.
000300        05  HIST-APPL-ID                PIC X(08).
