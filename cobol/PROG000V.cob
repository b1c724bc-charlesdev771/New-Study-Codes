003360*                expansion is its own paragraph (3340) and the
003370*                limits checks also skip a non-numeric
003380*                decision date.
003390* 05/01/2022 CD  Audit row carries a blank pass type (AUDTREC
003395*                168 -> 169).
003396* 06/26/2022 CD  APPEAL, EXAM and RESTORE rows also table their
003397*                limits - each decides, or puts back, a stored
003398*                decision against the limits in force that night.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.                 PROG000V.
024400
024500******************************************************************
024600* 1100-LOAD-LIMIT-TABLE - One pass over the audit trail.  Every
024700*     row that decides or puts back a decision (VALIDATE,
024750*     REEXAM, MAINT, APPEAL, EXAM, RESTORE) stamped the
024800*     limits in force, so the table ends up holding, for each
024900*     date a decision could carry, the limits that screened
025000*     it.  A missing trail just leaves the table empty and the
027400     IF AUD-RUN-MODE NOT = "VALIDATE"
027500             AND AUD-RUN-MODE NOT = "REEXAM"
027600             AND AUD-RUN-MODE NOT = "MAINT"
027610             AND AUD-RUN-MODE NOT = "APPEAL"
027620             AND AUD-RUN-MODE NOT = "EXAM"
027630             AND AUD-RUN-MODE NOT = "RESTORE"
027700         GO TO 1200-EXIT
027800     END-IF.
027900     IF AUD-LIMITS-EFF-DATE = ZERO
060500     END-IF.
060600     MOVE SPACES                 TO AUD-APPL-ID.
060650     MOVE ZERO                   TO AUD-CYCLE-NUMBER.
060651     MOVE SPACE                  TO AUD-PASS-TYPE.
060700     MOVE ZERO                   TO AUD-OLD-AGE AUD-OLD-HEIGHT
060800                                    AUD-NEW-AGE AUD-NEW-HEIGHT.
060900     MOVE ZERO                   TO AUD-LIMITS-EFF-DATE
