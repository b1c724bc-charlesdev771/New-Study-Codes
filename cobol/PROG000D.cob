003190*                record of the canonical EN/NM pair.  Only EN
003191*                or DR anchors a record now, on both sides of
003192*                the test.
003193* 02/20/2022 CD  Archive record 107 -> 119 (APPLREC now carries
003194*                the recruiting office and intake date).
003195* 04/03/2022 CD  Archive record 119 -> 125 (APPLREC now carries
003196*                the training class seat).  A retired duplicate
003197*                needs nothing more: its seat is freed when the
003198*                next class seat allocation recounts the master.
003199* 05/01/2022 CD  Audit row carries a blank pass type.
003201* 05/15/2022 CD  Archive record 125 -> 156 (APPLREC now carries
003202*                the medical exam).
003203* 05/29/2022 CD  Archive rows are ARCHREC now: the retired record
003204*                is stamped DUP with the run date, so an archive
003205*                inquiry can say why and when it left the
003206*                master.
003207* 06/12/2022 CD  The worklist honors the control card's mask
003208*                switch: M prints only the first three letters of
003209*                the name and the year of birth.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.                 PROG000D.
009200     COPY REMVREC.
009210
009220*    Retired records ride to the archive in APPLREC layout,
009230*    exactly as they stood, inside the ARCHREC row.
009250 FD  ARCHIVE-FILE
009260     RECORDING MODE IS F.
009270     COPY ARCHREC.
009300
009400 WORKING-STORAGE SECTION.
009500    77 RECORDS-SCANNED-COUNT   PIC 9(07) VALUE ZERO.
014800    01 WS-RETAIN-NAME          PIC X(20) VALUE SPACES.
014900    01 WS-RETAIN-DOB           PIC 9(08) VALUE ZERO.
015000    01 WS-RETAIN-ENROLL        PIC X(02) VALUE SPACES.
015001
015002*    Masked prints.  When the card's mask switch asks for it the
015003*    worklist shows only the first three letters of the name and
015004*    the year of birth; the desk works the pair by id.
015005    01 WS-MASK-SWITCH          PIC X(01) VALUE SPACE.
015006        88 WS-MASK-PRINTS               VALUE "M".
015007    01 WS-PRINT-NAME           PIC X(20) VALUE SPACES.
015008    01 WS-PRINT-NAME-PARTS REDEFINES WS-PRINT-NAME.
015009         05 WS-PRN-SHOWN         PIC X(03).
015010         05 WS-PRN-HIDDEN        PIC X(17).
015011    01 WS-PRINT-DOB            PIC X(08) VALUE SPACES.
015012    01 WS-PRINT-DOB-PARTS REDEFINES WS-PRINT-DOB.
015013         05 WS-PRD-CCYY          PIC X(04).
015014         05 WS-PRD-MMDD          PIC X(04).
015100
015200    01 WS-RUN-DATE.
015300         05 WS-RUN-YY            PIC 9(02).
015400         05 WS-RUN-MM            PIC 9(02).
015500         05 WS-RUN-DD            PIC 9(02).
015600
015601*    Full-century run date for the archive row, windowed the way
015602*    PROG000X does: two-digit years above 70 are 19xx, the rest
015603*    20xx.
015604    01 WS-RUN-DATE-FULL.
015605         05 WS-RUNF-CCYY         PIC 9(04).
015606         05 WS-RUNF-MM           PIC 9(02).
015607         05 WS-RUNF-DD           PIC 9(02).
015608    01 WS-RUNF-DATE-N REDEFINES WS-RUN-DATE-FULL
015609                               PIC 9(08).
015610
015700    01 WS-RUN-TIME.
015800         05 WS-RUN-HH            PIC 9(02).
015900         05 WS-RUN-MN            PIC 9(02).
018800         05 FILLER               PIC X(01) VALUE SPACES.
018900         05 DDL-NAME             PIC X(20).
019000         05 FILLER               PIC X(01) VALUE SPACES.
019100         05 DDL-DOB              PIC X(08).
019200         05 FILLER               PIC X(24) VALUE SPACES.
019300
019400    01 DUP-TOTAL-LINE.
021800 1000-INITIALIZE.
021900     ACCEPT WS-RUN-DATE FROM DATE.
022000     ACCEPT WS-RUN-TIME FROM TIME.
022001     IF WS-RUN-YY > 70
022002         COMPUTE WS-RUNF-CCYY = 1900 + WS-RUN-YY
022003     ELSE
022004         COMPUTE WS-RUNF-CCYY = 2000 + WS-RUN-YY
022005     END-IF.
022006     MOVE WS-RUN-MM TO WS-RUNF-MM.
022007     MOVE WS-RUN-DD TO WS-RUNF-DD.
022100     OPEN INPUT CONTROL-CARD-FILE.
022200     IF CARD-FILE-OK
022300         READ CONTROL-CARD-FILE
022700                 IF CC-MODE-DUPMERGE
022800                     MOVE CC-RUN-MODE TO WS-RUN-MODE
022900                 END-IF
022901                 MOVE CC-MASK-SWITCH TO WS-MASK-SWITCH
023000         END-READ
023100         CLOSE CONTROL-CARD-FILE
023200     END-IF.
032700         MOVE DT-ID(DT-SUB2)     TO DDL-ID-2
032800         MOVE DT-STATUS(DT-SUB2) TO DDL-STATUS-2
032900         MOVE DT-ENROLL(DT-SUB2) TO DDL-ENROLL-2
033000         MOVE DT-NAME(DT-SUB)    TO WS-PRINT-NAME
033100         MOVE DT-DOB(DT-SUB)     TO WS-PRINT-DOB
033101         PERFORM 3300-MASK-PRINT-IDENTITY THRU 3300-EXIT
033102         MOVE WS-PRINT-NAME      TO DDL-NAME
033103         MOVE WS-PRINT-DOB       TO DDL-DOB
033200         MOVE DUP-DETAIL-LINE    TO DUP-WORKLIST-RECORD
033300         PERFORM 8900-WRITE-WORKLIST-LINE THRU 8900-EXIT
033400     END-IF.
033500 3200-EXIT.
033600     EXIT.
033700
033701******************************************************************
033702* 3300-MASK-PRINT-IDENTITY - Mask the name and date of birth in
033703*     the print fields when the card asks for masked prints: the
033704*     first three letters of the name and the year of birth are
033705*     all that show.
033706******************************************************************
033707 3300-MASK-PRINT-IDENTITY.
033708     IF NOT WS-MASK-PRINTS
033709         GO TO 3300-EXIT
033710     END-IF.
033711     IF WS-PRINT-NAME NOT = SPACES
033712         MOVE "*****" TO WS-PRN-HIDDEN
033713     END-IF.
033714     MOVE "****" TO WS-PRD-MMDD.
033715 3300-EXIT.
033716     EXIT.
033717
033800******************************************************************
033900* 5000-MERGE-DUPLICATE - Desk-confirmed merge.  Prompts for the
034000*     id to retain and the id to retire, proves the two records
043615*     does.
043616******************************************************************
043617 5150-CAPTURE-RETIRED.
043618     MOVE APPLICANT-RECORD TO ARCH-APPLICANT-DATA.
043619     MOVE "DUP"            TO ARCH-REASON.
043620     MOVE WS-RUNF-DATE-N   TO ARCH-DATE-N.
043621     MOVE SPACE            TO ARCH-RESTORE-STATUS.
043622     MOVE SPACES           TO ARCH-RESTORE-DATE.
043623     OPEN EXTEND ARCHIVE-FILE.
043624     IF NOT ARCH-FILE-OK
043625         CLOSE ARCHIVE-FILE
043626         OPEN OUTPUT ARCHIVE-FILE
043627     END-IF.
043628     WRITE ARCHIVE-RECORD.
043629     IF NOT ARCH-FILE-OK
043630         DISPLAY "PROG000D - UNABLE TO CAPTURE RETIRED "
043631                 "APPLICANT " APPL-ID " TO ARCHIVE-FILE"
043632     END-IF.
043633     CLOSE ARCHIVE-FILE.
043634 5150-EXIT.
043635     EXIT.
043700
043800 5200-REPORT-MERGE.
043900     MOVE SPACES TO DUP-WORKLIST-RECORD.
047300     MOVE ZERO TO AUD-OLD-AGE AUD-OLD-HEIGHT
047400                  AUD-NEW-AGE AUD-NEW-HEIGHT.
047410     MOVE ZERO TO AUD-CYCLE-NUMBER.
047411     MOVE SPACE TO AUD-PASS-TYPE.
047500     MOVE ZERO TO AUD-LIMITS-EFF-DATE
047600                  AUD-MIN-AGE AUD-MAX-AGE
047700                  AUD-MIN-HEIGHT AUD-MAX-HEIGHT
