002226*                answer arrived alongside the screening
002227*                decisions that led to it.  Re-posting the same
002228*                outcome appends nothing.
002229* 04/03/2022 CD  The accepted extract's D record carries the
002230*                training class (EXTRREC 26 -> 32).  A D for an
002231*                applicant seated from the waitlist after his
002232*                first extract is a class update; enrollment
002233*                answers it like any other D, and an aged
002234*                entry for him stands as below.
002235* 05/01/2022 CD  A posted disposition appends the applicant to
002236*                the change work list (CHGREC) so the next
002237*                incremental VALIDATE pass re-screens him.  The
002238*                audit row carries a blank pass type.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.                 PROG000E.
005800     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS AUD-FILE-STATUS.
006010
006020     SELECT CHANGE-LIST-FILE ASSIGN TO "CHGLIST"
006030         ORGANIZATION IS SEQUENTIAL
006040         FILE STATUS IS CHG-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
008000 FD  AUDIT-TRAIL-FILE
008100     RECORDING MODE IS F.
008200     COPY AUDTREC.
008210
008220 FD  CHANGE-LIST-FILE
008230     RECORDING MODE IS F.
008240     COPY CHGREC.
008300
008400 WORKING-STORAGE SECTION.
008500    77 EXTRACT-READ-COUNT      PIC 9(07) VALUE ZERO.
010500
010600    01 AUD-FILE-STATUS         PIC X(02).
010700        88 AUD-FILE-OK                  VALUE "00".
010710
010720    01 CHG-FILE-STATUS         PIC X(02).
010730        88 CHG-FILE-OK                  VALUE "00".
010800
010900    01 WS-RUN-DATE.
011000         05 WS-RUN-YY            PIC 9(02).
021460     END-IF.
021500     IF WS-OUTSTAND-KEY = WS-LOW-KEY
021510         PERFORM 3150-AGE-OUTSTANDING THRU 3150-EXIT
021520*        A net-change extract only re-carries an id the
021530*        outstanding file already holds as a class update; when
021540*        one appears on both, the aged entry stands and the
021550*        extract side just reads on.
021560         IF WS-EXTRACT-KEY = WS-LOW-KEY
021570             PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
021580         END-IF
027400                     ADD 1 TO POSTED-COUNT
027410                     PERFORM 3050-WRITE-DECISION-HISTORY
027420                         THRU 3050-EXIT
027430                     PERFORM 3060-WRITE-CHANGE-ENTRY
027440                         THRU 3060-EXIT
027500             END-REWRITE
027600     END-READ.
027700 3000-EXIT.
027843     CLOSE DECISION-HISTORY-FILE.
027844 3050-EXIT.
027845     EXIT.
027846
027847******************************************************************
027848* 3060-WRITE-CHANGE-ENTRY - Append the applicant just posted to
027849*     the change work list (CHGREC) the incremental VALIDATE
027850*     pass screens from, under the same OPEN EXTEND / fall back
027851*     to OPEN OUTPUT pattern.
027852******************************************************************
027853 3060-WRITE-CHANGE-ENTRY.
027854     MOVE APPL-ID              TO CHG-APPL-ID.
027855     MOVE "RECON"              TO CHG-RUN-MODE.
027856     MOVE WS-RUN-DATE          TO CHG-DATE.
027857     OPEN EXTEND CHANGE-LIST-FILE.
027858     IF NOT CHG-FILE-OK
027859         CLOSE CHANGE-LIST-FILE
027860         OPEN OUTPUT CHANGE-LIST-FILE
027861     END-IF.
027862     WRITE CHANGE-LIST-RECORD.
027863     IF NOT CHG-FILE-OK
027864         DISPLAY "PROG000E - UNABLE TO WRITE CHANGE-LIST-FILE, "
027865                 "STATUS = " CHG-FILE-STATUS
027866     END-IF.
027867     CLOSE CHANGE-LIST-FILE.
027868 3060-EXIT.
027869     EXIT.
027900
028000******************************************************************
028100* 3100-REPORT-UNACKNOWLEDGED - We extracted this applicant
037450     MOVE "RECON"                TO AUD-RUN-MODE.
037455     MOVE ZERO                   TO AUD-RECORDS-PENDING.
037457     MOVE ZERO                   TO AUD-CYCLE-NUMBER.
037458     MOVE SPACE                  TO AUD-PASS-TYPE.
037460     MOVE ZERO                   TO AUD-LIMITS-EFF-DATE
037470                                    AUD-MIN-AGE AUD-MAX-AGE
037480                                    AUD-MIN-HEIGHT AUD-MAX-HEIGHT
