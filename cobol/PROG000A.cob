002202*                number (AUD-CYCLE-NUMBER) at the end of the
002203*                detail line, so the run history shows exactly
002204*                which intake cycles made it to the master.
002205* 05/01/2022 CD  A VALIDATE row shows which pass ran in the same
002206*                column - FULL for a full sweep, INCR for an
002207*                incremental pass over the change work list.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.                 PROG000A.
024700     MOVE SPACES               TO HDTL-FLAG.
024710*    Only an APPLY row carries an intake cycle; showing the
024720*    zeros on every other mode would just invite questions.
024721*    A VALIDATE row uses the column for the kind of pass; rows
024722*    written before the pass type was kept show nothing.
024730     IF AUD-RUN-MODE = "APPLY"
024740         MOVE AUD-CYCLE-NUMBER TO HDTL-CYCLE
024741     ELSE IF AUD-RUN-MODE = "VALIDATE" AND AUD-PASS-FULL
024742         MOVE "FULL"           TO HDTL-CYCLE
024743     ELSE IF AUD-RUN-MODE = "VALIDATE" AND AUD-PASS-INCREMENTAL
024744         MOVE "INCR"           TO HDTL-CYCLE
024750     ELSE
024760         MOVE SPACES           TO HDTL-CYCLE
024770     END-IF.
