000100******************************************************************
000200* Author: Charles Dantas
000300* Date: 02/20/2022
000400* Purpose: Recruiting-office production scorecard.  Command
000500*          could not tell which recruiting offices send us the
000600*          under-age and out-of-limit walk-ins - nothing on the
000700*          master said which office took an applicant in.  The
000800*          office code now rides the intake feed onto the
000900*          master (APPLREC), and this job tallies, per office,
001000*          every applicant taken in during the reporting
001100*          period: received, accepted, rejected by reason code,
001200*          still open, waived, extracted, and enrollment's EN,
001300*          DR and NM outcomes, plus the duplicate ids PROG000D
001400*          retired in the period.  Conversion percentages
001500*          follow each office, and a closing ranking lists the
001600*          offices worst screening yield first, so command can
001700*          aim training where it is needed.
001800* Tectonics: cobc
001900******************************************************************
002000* Maintenance History
002100* ----------------------------------------------------------------
002200* 02/20/2022 CD  Initial version.  The control card is the same
002300*                CTLCARD member the other jobs read; CC-RUN-MODE
002400*                WEEKLY (the default) reports the seven days
002500*                ending yesterday, MONTHLY the prior calendar
002600*                month.  Applicants are picked by the intake
002700*                date on the record, from the live master and
002800*                the archive dataset both, so an applicant DEL,
002900*                ARCHIVE or DUPMERGE has already taken off the
003000*                master still counts for the office that sent
003100*                him.
003110* 04/03/2022 CD  Archive record 119 -> 125 (APPLREC now carries
003120*                the training class seat).
003130* 05/15/2022 CD  Archive record 125 -> 156 (APPLREC now carries
003131*                the medical exam).
003132* 05/29/2022 CD  Archive rows are ARCHREC now, the APPLREC record
003133*                plus why and when it left the master.  A row the
003134*                RESTORE run has put back on the master is not
003135*                tallied again; the record is tallied on the
003136*                master.
003137* 06/26/2022 CD  A new office slot is cleared field by field
003138*                (4120).
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.                 PROG000C.
003500 AUTHOR.                     CHARLES DANTAS.
003600 INSTALLATION.               RECRUITING SYSTEMS.
003700 DATE-WRITTEN.               02/20/2022.
003800 DATE-COMPILED.              02/20/2022.
003900******************************************************************
004000* Purpose:   Print the weekly or monthly recruiting-office
004100*            scorecard from the applicant master, the archive
004200*            dataset and the audit trail.
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SPECIAL-NAMES.
004700     C01 IS NEW-PAGE.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT APPLICANT-FILE ASSIGN TO "APPLFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS APPL-ID
005400         FILE STATUS IS APPL-FILE-STATUS.
005500
005600     SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS ARCH-FILE-STATUS.
005900
006000     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS AUD-FILE-STATUS.
006300
006400     SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CARD-FILE-STATUS.
006700
006800     SELECT SCORECARD-REPORT ASSIGN TO "SCORRPT"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS SCOR-FILE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  APPLICANT-FILE
007500     RECORDING MODE IS F.
007600     COPY APPLREC.
007700
007800*    Archived applicants ride in APPLREC layout inside the
007900*    ARCHREC row.  Each archive row is read INTO the master
008000*    record area once the master pass is done, so one tally
008100*    paragraph serves both files.
008300 FD  ARCHIVE-FILE
008400     RECORDING MODE IS F.
008500     COPY ARCHREC.
008600
008700 FD  AUDIT-TRAIL-FILE
008800     RECORDING MODE IS F.
008900     COPY AUDTREC.
009000
009100 FD  CONTROL-CARD-FILE
009200     RECORDING MODE IS F.
009300     COPY CTLCARD.
009400
009500 FD  SCORECARD-REPORT
009600     RECORDING MODE IS F.
009700 01  SCORECARD-RECORD               PIC X(80).
009800
009900 WORKING-STORAGE SECTION.
010000     COPY ELIGLIM.
010100
010200    77 MASTER-READ-COUNT       PIC 9(07) VALUE ZERO.
010300    77 ARCHIVE-READ-COUNT      PIC 9(07) VALUE ZERO.
010400    77 AUDIT-READ-COUNT        PIC 9(07) VALUE ZERO.
010500    77 IN-PERIOD-COUNT         PIC 9(07) VALUE ZERO.
010600    77 NO-INTAKE-DATE-COUNT    PIC 9(07) VALUE ZERO.
010700    77 RETIRED-IN-PERIOD-COUNT PIC 9(07) VALUE ZERO.
010800    77 RETIRED-NOT-FOUND-COUNT PIC 9(07) VALUE ZERO.
010900
011000*    One slot per recruiting office seen in the period.  Codes
011100*    are added in the order first met; the ranking at the end
011200*    works through RANK-TABLE, a list of slot numbers, so the
011300*    office blocks print in first-met order and the table
011400*    itself is never moved.
011500    77 OFFICE-TABLE-MAX        PIC 9(03) VALUE 200.
011600    77 OFFICE-LOADED-COUNT     PIC 9(03) VALUE ZERO.
011700    77 OT-SUB                  PIC 9(03) VALUE ZERO.
011800    77 OT-SUB2                 PIC 9(03) VALUE ZERO.
011900    77 RK-SUB                  PIC 9(03) VALUE ZERO.
012000    77 RK-SUB2                 PIC 9(03) VALUE ZERO.
012100    77 RK-BEST                 PIC 9(03) VALUE ZERO.
012200    77 RK-HOLD                 PIC 9(03) VALUE ZERO.
012300    77 RC-SUB                  PIC 9(02) VALUE ZERO.
012400    77 RC-TOP-SUB              PIC 9(02) VALUE ZERO.
012500    77 RC-TOP-COUNT            PIC 9(07) VALUE ZERO.
012600    01 OFFICE-TABLE.
012700         05 OFFICE-ENTRY OCCURS 200 TIMES.
012800            10 OT-OFFICE-CODE    PIC X(04).
012900            10 OT-RECEIVED       PIC 9(07).
013000            10 OT-ACCEPTED       PIC 9(07).
013100            10 OT-REJECTED       PIC 9(07).
013200            10 OT-OPEN           PIC 9(07).
013300            10 OT-REASON-COUNT   PIC 9(07) OCCURS 6 TIMES.
013400            10 OT-WAIVED         PIC 9(07).
013500            10 OT-EXTRACTED      PIC 9(07).
013600            10 OT-ENROLLED       PIC 9(07).
013700            10 OT-DROPPED        PIC 9(07).
013800            10 OT-NO-MATCH       PIC 9(07).
013900            10 OT-RETIRED        PIC 9(07).
014000            10 OT-YIELD-PCT      PIC 9(03)V9.
014100
014200    01 RANK-TABLE.
014300         05 RK-SLOT              PIC 9(03) OCCURS 200 TIMES.
014400
014500*    Ids PROG000D retired in the period, off the DUPMERGE audit
014600*    rows.  The archive pass fills in the office each one was
014700*    taken in by - the last archive capture of the id is the
014800*    merge's own.
014900    77 RETIRED-TABLE-MAX       PIC 9(04) VALUE 2000.
015000    77 RETIRED-LOADED-COUNT    PIC 9(04) VALUE ZERO.
015100    77 RT-SUB                  PIC 9(04) VALUE ZERO.
015200    01 RETIRED-TABLE.
015300         05 RETIRED-ENTRY OCCURS 2000 TIMES.
015400            10 RT-APPL-ID        PIC X(08).
015500            10 RT-OFFICE-CODE    PIC X(04).
015600            10 RT-FOUND-SW       PIC X(01).
015700
015800    01 APPL-FILE-STATUS        PIC X(02).
015900        88 APPL-FILE-OK                 VALUE "00".
016000        88 APPL-FILE-EOF                VALUE "10".
016100
016200    01 ARCH-FILE-STATUS        PIC X(02).
016300        88 ARCH-FILE-OK                 VALUE "00".
016400
016500    01 AUD-FILE-STATUS         PIC X(02).
016600        88 AUD-FILE-OK                  VALUE "00".
016700
016800    01 CARD-FILE-STATUS        PIC X(02).
016900        88 CARD-FILE-OK                 VALUE "00".
017000
017100    01 SCOR-FILE-STATUS        PIC X(02).
017200        88 SCOR-FILE-OK                 VALUE "00".
017300
017400    01 WS-SWITCHES.
017500         05 WS-EOF-SWITCH        PIC X(01) VALUE "N".
017600            88 WS-END-OF-FILE              VALUE "Y".
017700         05 WS-ARCH-EOF-SWITCH   PIC X(01) VALUE "N".
017800            88 WS-ARCH-END-OF-FILE         VALUE "Y".
017900         05 WS-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
018000            88 WS-AUD-END-OF-FILE          VALUE "Y".
018100         05 WS-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
018200            88 WS-TABLE-OVERFLOW           VALUE "Y".
018300
018400    01 WS-RUN-MODE             PIC X(08) VALUE "WEEKLY".
018500        88 WS-MODE-WEEKLY               VALUE "WEEKLY".
018600        88 WS-MODE-MONTHLY              VALUE "MONTHLY".
018700
018800    01 WS-RUN-DATE.
018900         05 WS-RUN-YY            PIC 9(02).
019000         05 WS-RUN-MM            PIC 9(02).
019100         05 WS-RUN-DD            PIC 9(02).
019200
019300*    Calendar workspace for the reporting period.  Two-digit
019400*    years above 70 are taken as 19xx, the rest as 20xx, the
019500*    same window PROG000X uses to derive ages.
019600    01 WS-CAL-DATE.
019700         05 WS-CAL-CCYY          PIC 9(04).
019800         05 WS-CAL-MM            PIC 9(02).
019900         05 WS-CAL-DD            PIC 9(02).
020000    01 WS-CAL-DATE-N REDEFINES WS-CAL-DATE
020100                               PIC 9(08).
020200    01 WS-PERIOD-START         PIC 9(08) VALUE ZERO.
020300    01 WS-PERIOD-END           PIC 9(08) VALUE ZERO.
020400    01 WS-AUD-DATE.
020500         05 WS-AUD-YY            PIC 9(02).
020600         05 WS-AUD-MMDD          PIC 9(04).
020700    01 WS-AUD-DATE-FULL.
020800         05 WS-AUDF-CCYY         PIC 9(04).
020900         05 WS-AUDF-MMDD         PIC 9(04).
021000    01 WS-AUD-DATE-FULL-N REDEFINES WS-AUD-DATE-FULL
021100                               PIC 9(08).
021200    01 WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
021300    01 WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
021400    01 WS-DAYS-THIS-MONTH      PIC 9(02) VALUE ZERO.
021500    01 WS-DAY-COUNT            PIC 9(02) VALUE ZERO.
021600
021700    01 MONTH-DAYS-VALUES       PIC X(24)
021800                               VALUE "312831303130313130313031".
021900    01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
022000         05 MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
022100
022200    01 WS-DECIDED-COUNT        PIC 9(07) VALUE ZERO.
022300    01 WS-PCT-WORK             PIC 9(03)V9 VALUE ZERO.
022400
022500    01 SCOR-HEADING-LINE.
022600         05 FILLER               PIC X(34) VALUE
022700            "RECRUITING OFFICE SCORECARD - RUN ".
022800         05 SHDG-RUN-DATE        PIC 9(06).
022900         05 FILLER               PIC X(01) VALUE SPACES.
023000         05 SHDG-MODE            PIC X(08).
023100         05 FILLER               PIC X(31) VALUE SPACES.
023200
023300    01 SCOR-PERIOD-LINE.
023400         05 FILLER               PIC X(25) VALUE
023500            "APPLICANTS TAKEN IN FROM ".
023600         05 SPER-START           PIC 9(08).
023700         05 FILLER               PIC X(04) VALUE " TO ".
023800         05 SPER-END             PIC 9(08).
023900         05 FILLER               PIC X(35) VALUE SPACES.
024000
024100    01 SCOR-OFFICE-LINE.
024200         05 FILLER               PIC X(07) VALUE "OFFICE ".
024300         05 SOFL-OFFICE          PIC X(04).
024400         05 FILLER               PIC X(10) VALUE " RECEIVED ".
024500         05 SOFL-RECEIVED        PIC ZZZZZZ9.
024600         05 FILLER               PIC X(10) VALUE " ACCEPTED ".
024700         05 SOFL-ACCEPTED        PIC ZZZZZZ9.
024800         05 FILLER               PIC X(10) VALUE " REJECTED ".
024900         05 SOFL-REJECTED        PIC ZZZZZZ9.
025000         05 FILLER               PIC X(06) VALUE " OPEN ".
025100         05 SOFL-OPEN            PIC ZZZZZZ9.
025200         05 FILLER               PIC X(05) VALUE SPACES.
025300
025400    01 SCOR-REASON-LINE.
025500         05 FILLER               PIC X(11) VALUE "    REJECTS".
025600         05 SRSL-REASON OCCURS 6 TIMES.
025700            10 FILLER            PIC X(01) VALUE SPACES.
025800            10 SRSL-CODE         PIC X(02).
025900            10 FILLER            PIC X(01) VALUE SPACES.
026000            10 SRSL-COUNT        PIC ZZZZZZ9.
026100         05 FILLER               PIC X(03) VALUE SPACES.
026200
026300    01 SCOR-OUTCOME-LINE.
026400         05 FILLER               PIC X(11) VALUE "    WAIVED ".
026500         05 SOUT-WAIVED          PIC ZZZZZ9.
026600         05 FILLER               PIC X(11) VALUE " EXTRACTED ".
026700         05 SOUT-EXTRACTED       PIC ZZZZZ9.
026800         05 FILLER               PIC X(04) VALUE " EN ".
026900         05 SOUT-ENROLLED        PIC ZZZZZ9.
027000         05 FILLER               PIC X(04) VALUE " DR ".
027100         05 SOUT-DROPPED         PIC ZZZZZ9.
027200         05 FILLER               PIC X(04) VALUE " NM ".
027300         05 SOUT-NO-MATCH        PIC ZZZZZ9.
027400         05 FILLER               PIC X(06) VALUE " DUPS ".
027500         05 SOUT-RETIRED         PIC ZZZZZ9.
027600         05 FILLER               PIC X(04) VALUE SPACES.
027700
027800    01 SCOR-PCT-LINE.
027900         05 FILLER               PIC X(15) VALUE
028000            "    ACCEPT PCT ".
028100         05 SPCT-ACCEPT          PIC ZZ9.9.
028200         05 FILLER               PIC X(11) VALUE " YIELD PCT ".
028300         05 SPCT-YIELD           PIC ZZ9.9.
028400         05 FILLER               PIC X(13) VALUE " EXTRACT PCT ".
028500         05 SPCT-EXTRACT         PIC ZZ9.9.
028600         05 FILLER               PIC X(12) VALUE " ENROLL PCT ".
028700         05 SPCT-ENROLL          PIC ZZ9.9.
028800         05 FILLER               PIC X(09) VALUE SPACES.
028900
029000    01 RANK-COLUMN-LINE.
029100         05 FILLER               PIC X(05) VALUE "RANK".
029200         05 FILLER               PIC X(07) VALUE "OFFICE".
029300         05 FILLER               PIC X(10) VALUE "YIELD PCT".
029400         05 FILLER               PIC X(09) VALUE "DECIDED".
029500         05 FILLER               PIC X(09) VALUE "ACCEPTED".
029600         05 FILLER               PIC X(09) VALUE "REJECTED".
029700         05 FILLER               PIC X(31) VALUE "TOP REJECT".
029800
029900    01 RANK-DETAIL-LINE.
030000         05 RDTL-RANK            PIC ZZ9.
030100         05 FILLER               PIC X(02) VALUE SPACES.
030200         05 RDTL-OFFICE          PIC X(04).
030300         05 FILLER               PIC X(05) VALUE SPACES.
030400         05 RDTL-YIELD           PIC ZZ9.9.
030500         05 FILLER               PIC X(03) VALUE SPACES.
030600         05 RDTL-DECIDED         PIC ZZZZZZ9.
030700         05 FILLER               PIC X(02) VALUE SPACES.
030800         05 RDTL-ACCEPTED        PIC ZZZZZZ9.
030900         05 FILLER               PIC X(02) VALUE SPACES.
031000         05 RDTL-REJECTED        PIC ZZZZZZ9.
031100         05 FILLER               PIC X(02) VALUE SPACES.
031200         05 RDTL-TOP-CODE        PIC X(02).
031300         05 FILLER               PIC X(01) VALUE SPACES.
031400         05 RDTL-TOP-TEXT        PIC X(26).
031500
031600    01 SCOR-TOTAL-LINE.
031700         05 STOT-LABEL           PIC X(34).
031800         05 STOT-VALUE           PIC 9(07).
031900         05 FILLER               PIC X(39) VALUE SPACES.
032000
032100 PROCEDURE DIVISION.
032200
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032500     PERFORM 2000-LOAD-RETIRED-IDS THRU 2000-EXIT
032600         UNTIL WS-AUD-END-OF-FILE.
032700     PERFORM 3000-TALLY-MASTER-RECORD THRU 3000-EXIT
032800         UNTIL WS-END-OF-FILE.
032900     PERFORM 3500-TALLY-ARCHIVE-RECORD THRU 3500-EXIT
033000         UNTIL WS-ARCH-END-OF-FILE.
033100     PERFORM 3800-CREDIT-RETIRED THRU 3800-EXIT
033200         VARYING RT-SUB FROM 1 BY 1
033300         UNTIL RT-SUB > RETIRED-LOADED-COUNT.
033400     PERFORM 5000-PRINT-OFFICE-BLOCK THRU 5000-EXIT
033500         VARYING OT-SUB FROM 1 BY 1
033600         UNTIL OT-SUB > OFFICE-LOADED-COUNT.
033700     PERFORM 6000-RANK-OFFICES THRU 6000-EXIT.
033800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033900     STOP RUN.
034000
034100******************************************************************
034200* 1000-INITIALIZE - Read the period off the control card, work
034300*     out the first and last intake dates it covers, open the
034400*     files and print the headings.
034500******************************************************************
034600 1000-INITIALIZE.
034700     ACCEPT WS-RUN-DATE FROM DATE.
034800     OPEN INPUT CONTROL-CARD-FILE.
034900     IF CARD-FILE-OK
035000         READ CONTROL-CARD-FILE
035100             AT END
035200                 CONTINUE
035300             NOT AT END
035400                 IF CC-MODE-MONTHLY
035500                     MOVE CC-RUN-MODE TO WS-RUN-MODE
035600                 END-IF
035700         END-READ
035800         CLOSE CONTROL-CARD-FILE
035900     END-IF.
036000     PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
036100     OPEN OUTPUT SCORECARD-REPORT.
036200     IF NOT SCOR-FILE-OK
036300         DISPLAY "PROG000C - UNABLE TO OPEN SCORECARD-REPORT, "
036400                 "STATUS = " SCOR-FILE-STATUS
036500     END-IF.
036600     MOVE WS-RUN-DATE TO SHDG-RUN-DATE.
036700     MOVE WS-RUN-MODE TO SHDG-MODE.
036800     MOVE SCOR-HEADING-LINE TO SCORECARD-RECORD.
036900     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
037000     MOVE WS-PERIOD-START TO SPER-START.
037100     MOVE WS-PERIOD-END   TO SPER-END.
037200     MOVE SCOR-PERIOD-LINE TO SCORECARD-RECORD.
037300     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
037400     MOVE SPACES TO SCORECARD-RECORD.
037500     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
037600     OPEN INPUT AUDIT-TRAIL-FILE.
037700     IF NOT AUD-FILE-OK
037800         DISPLAY "PROG000C - UNABLE TO OPEN AUDIT-TRAIL-FILE, "
037900                 "STATUS = " AUD-FILE-STATUS
038000         MOVE "Y" TO WS-AUD-EOF-SWITCH
038100     END-IF.
038200     OPEN INPUT APPLICANT-FILE.
038300     IF NOT APPL-FILE-OK
038400         DISPLAY "PROG000C - UNABLE TO OPEN APPLICANT-FILE, "
038500                 "STATUS = " APPL-FILE-STATUS
038600         MOVE "Y" TO WS-EOF-SWITCH
038700     ELSE
038800         PERFORM 3100-READ-APPLICANT THRU 3100-EXIT
038900     END-IF.
039000     OPEN INPUT ARCHIVE-FILE.
039100     IF NOT ARCH-FILE-OK
039200         DISPLAY "PROG000C - NO ARCHIVE DATASET TO READ, "
039300                 "STATUS = " ARCH-FILE-STATUS
039400         MOVE "Y" TO WS-ARCH-EOF-SWITCH
039500     END-IF.
039600 1000-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000* 1100-SET-PERIOD - WEEKLY covers the seven days ending the day
040100*     before the run; MONTHLY covers the whole calendar month
040200*     before the run month.  Both are scheduled the morning
040300*     after the period closes, so the last day is complete.
040400******************************************************************
040500 1100-SET-PERIOD.
040600     IF WS-RUN-YY > 70
040700         COMPUTE WS-CAL-CCYY = 1900 + WS-RUN-YY
040800     ELSE
040900         COMPUTE WS-CAL-CCYY = 2000 + WS-RUN-YY
041000     END-IF.
041100     MOVE WS-RUN-MM TO WS-CAL-MM.
041200     MOVE WS-RUN-DD TO WS-CAL-DD.
041300     IF WS-MODE-MONTHLY
041400         MOVE 01 TO WS-CAL-DD
041500         PERFORM 1200-PRIOR-CALENDAR-DAY THRU 1200-EXIT
041600         MOVE WS-CAL-DATE-N TO WS-PERIOD-END
041700         MOVE 01 TO WS-CAL-DD
041800         MOVE WS-CAL-DATE-N TO WS-PERIOD-START
041900     ELSE
042000         PERFORM 1200-PRIOR-CALENDAR-DAY THRU 1200-EXIT
042100         MOVE WS-CAL-DATE-N TO WS-PERIOD-END
042200         PERFORM 1200-PRIOR-CALENDAR-DAY THRU 1200-EXIT
042300             VARYING WS-DAY-COUNT FROM 1 BY 1
042400             UNTIL WS-DAY-COUNT > 6
042500         MOVE WS-CAL-DATE-N TO WS-PERIOD-START
042600     END-IF.
042700 1100-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100* 1200-PRIOR-CALENDAR-DAY - Step WS-CAL-DATE back one calendar
043200*     day, honoring month lengths and leap-year February.
043300******************************************************************
043400 1200-PRIOR-CALENDAR-DAY.
043500     IF WS-CAL-DD > 1
043600         SUBTRACT 1 FROM WS-CAL-DD
043700         GO TO 1200-EXIT
043800     END-IF.
043900     IF WS-CAL-MM > 1
044000         SUBTRACT 1 FROM WS-CAL-MM
044100     ELSE
044200         MOVE 12 TO WS-CAL-MM
044300         SUBTRACT 1 FROM WS-CAL-CCYY
044400     END-IF.
044500     MOVE MONTH-DAYS(WS-CAL-MM) TO WS-DAYS-THIS-MONTH.
044600     IF WS-CAL-MM = 2
044700         DIVIDE WS-CAL-CCYY BY 4
044800             GIVING WS-LEAP-QUOTIENT
044900             REMAINDER WS-LEAP-REMAINDER
045000         IF WS-LEAP-REMAINDER = ZERO
045100             MOVE 29 TO WS-DAYS-THIS-MONTH
045200         END-IF
045300     END-IF.
045400     MOVE WS-DAYS-THIS-MONTH TO WS-CAL-DD.
045500 1200-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* 2000-LOAD-RETIRED-IDS - Keep the retired id off every clean
046000*     DUPMERGE audit row dated inside the period.  A refused
046100*     merge (MERGE-NO, NOTFOUND) retired nobody.
046200******************************************************************
046300 2000-LOAD-RETIRED-IDS.
046400     READ AUDIT-TRAIL-FILE
046500         AT END
046600             MOVE "Y" TO WS-AUD-EOF-SWITCH
046700             GO TO 2000-EXIT
046800     END-READ.
046900     ADD 1 TO AUDIT-READ-COUNT.
047000     IF AUD-RUN-MODE NOT = "DUPMERGE"
047100             OR AUD-COMPLETION-STATUS NOT = "MERGE-OK"
047200         GO TO 2000-EXIT
047300     END-IF.
047400     MOVE AUD-RUN-DATE TO WS-AUD-DATE.
047500     IF WS-AUD-YY > 70
047600         COMPUTE WS-AUDF-CCYY = 1900 + WS-AUD-YY
047700     ELSE
047800         COMPUTE WS-AUDF-CCYY = 2000 + WS-AUD-YY
047900     END-IF.
048000     MOVE WS-AUD-MMDD TO WS-AUDF-MMDD.
048100     IF WS-AUD-DATE-FULL-N < WS-PERIOD-START
048200             OR WS-AUD-DATE-FULL-N > WS-PERIOD-END
048300         GO TO 2000-EXIT
048400     END-IF.
048500     ADD 1 TO RETIRED-IN-PERIOD-COUNT.
048600     IF RETIRED-LOADED-COUNT >= RETIRED-TABLE-MAX
048700         IF NOT WS-TABLE-OVERFLOW
048800             MOVE "Y" TO WS-OVERFLOW-SWITCH
048900             DISPLAY "PROG000C - RETIRED IDS EXCEED "
049000                     RETIRED-TABLE-MAX ", SCORECARD TRUNCATED"
049100         END-IF
049200         GO TO 2000-EXIT
049300     END-IF.
049400     ADD 1 TO RETIRED-LOADED-COUNT.
049500     MOVE AUD-APPL-ID TO RT-APPL-ID(RETIRED-LOADED-COUNT).
049600     MOVE SPACES      TO RT-OFFICE-CODE(RETIRED-LOADED-COUNT).
049700     MOVE "N"         TO RT-FOUND-SW(RETIRED-LOADED-COUNT).
049800 2000-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 3000-TALLY-MASTER-RECORD - One live master record.
050300******************************************************************
050400 3000-TALLY-MASTER-RECORD.
050500     ADD 1 TO MASTER-READ-COUNT.
050600     PERFORM 4000-TALLY-APPLICANT THRU 4000-EXIT.
050700     PERFORM 3100-READ-APPLICANT THRU 3100-EXIT.
050800 3000-EXIT.
050900     EXIT.
051000
051100 3100-READ-APPLICANT.
051200     READ APPLICANT-FILE NEXT RECORD
051300         AT END
051400             MOVE "Y" TO WS-EOF-SWITCH
051500     END-READ.
051600 3100-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000* 3500-TALLY-ARCHIVE-RECORD - One archived record, read into
052100*     the master record area.  Besides the period tally, a
052200*     record whose id PROG000D retired in the period gives up
052300*     the office it was taken in by.
052301*     A row the RESTORE run has put back is tallied on the
052302*     master, not here.
052400******************************************************************
052500 3500-TALLY-ARCHIVE-RECORD.
052600     READ ARCHIVE-FILE INTO APPLICANT-RECORD
052700         AT END
052800             MOVE "Y" TO WS-ARCH-EOF-SWITCH
052900             GO TO 3500-EXIT
053000     END-READ.
053100     ADD 1 TO ARCHIVE-READ-COUNT.
053200     IF NOT ARCH-RESTORED
053201         PERFORM 4000-TALLY-APPLICANT THRU 4000-EXIT
053202     END-IF.
053300     PERFORM 3600-MATCH-RETIRED THRU 3600-EXIT
053400         VARYING RT-SUB FROM 1 BY 1
053500         UNTIL RT-SUB > RETIRED-LOADED-COUNT.
053600 3500-EXIT.
053700     EXIT.
053800
053900 3600-MATCH-RETIRED.
054000     IF RT-APPL-ID(RT-SUB) = APPL-ID
054100         MOVE APPL-OFFICE-CODE TO RT-OFFICE-CODE(RT-SUB)
054200         MOVE "Y"              TO RT-FOUND-SW(RT-SUB)
054300     END-IF.
054400 3600-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800* 3800-CREDIT-RETIRED - Charge each retired duplicate to the
054900*     office that took it in.  An id the archive never received
055000*     (a failed capture) is charged to a blank office code and
055100*     counted on the totals so it does not vanish.
055200******************************************************************
055300 3800-CREDIT-RETIRED.
055400     IF RT-FOUND-SW(RT-SUB) NOT = "Y"
055500         ADD 1 TO RETIRED-NOT-FOUND-COUNT
055600     END-IF.
055700     MOVE RT-OFFICE-CODE(RT-SUB) TO APPL-OFFICE-CODE.
055800     PERFORM 4100-FIND-OFFICE THRU 4100-EXIT.
055900     IF OT-SUB > ZERO
056000         ADD 1 TO OT-RETIRED(OT-SUB)
056100     END-IF.
056200 3800-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600* 4000-TALLY-APPLICANT - Count the record in the record area
056700*     against its office when its intake date falls inside the
056800*     period.  Decision columns come from the decision of
056900*     record; extracted means a prior extract sent him or
057000*     enrollment has already reported on him.
057100******************************************************************
057200 4000-TALLY-APPLICANT.
057300     IF APPL-INTAKE-DATE NOT NUMERIC OR APPL-INTAKE-DATE = ZERO
057400         ADD 1 TO NO-INTAKE-DATE-COUNT
057500         GO TO 4000-EXIT
057600     END-IF.
057700     IF APPL-INTAKE-DATE < WS-PERIOD-START
057800             OR APPL-INTAKE-DATE > WS-PERIOD-END
057900         GO TO 4000-EXIT
058000     END-IF.
058100     PERFORM 4100-FIND-OFFICE THRU 4100-EXIT.
058200     IF OT-SUB = ZERO
058300         GO TO 4000-EXIT
058400     END-IF.
058500     ADD 1 TO IN-PERIOD-COUNT.
058600     ADD 1 TO OT-RECEIVED(OT-SUB).
058700     IF APPL-DEC-ACCEPTED
058800         ADD 1 TO OT-ACCEPTED(OT-SUB)
058900     ELSE IF APPL-DEC-REJECTED
059000         ADD 1 TO OT-REJECTED(OT-SUB)
059100         IF APPL-REASON-CODE NUMERIC
059200             MOVE APPL-REASON-CODE TO RC-SUB
059300             IF RC-SUB >= 1 AND RC-SUB <= 6
059400                 ADD 1 TO OT-REASON-COUNT(OT-SUB, RC-SUB)
059500             END-IF
059600         END-IF
059700     ELSE
059800         ADD 1 TO OT-OPEN(OT-SUB)
059900     END-IF.
060000     IF APPL-WAIVED
060100         ADD 1 TO OT-WAIVED(OT-SUB)
060200     END-IF.
060300     IF APPL-EXTR-SENT OR NOT APPL-ENR-NOT-REPORTED
060400         ADD 1 TO OT-EXTRACTED(OT-SUB)
060500     END-IF.
060600     IF APPL-ENR-ENROLLED
060700         ADD 1 TO OT-ENROLLED(OT-SUB)
060800     ELSE IF APPL-ENR-DROPPED
060900         ADD 1 TO OT-DROPPED(OT-SUB)
061000     ELSE IF APPL-ENR-NO-MATCH
061100         ADD 1 TO OT-NO-MATCH(OT-SUB)
061200     END-IF.
061300 4000-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700* 4100-FIND-OFFICE - Leave OT-SUB on the slot for
061800*     APPL-OFFICE-CODE, adding a zeroed slot the first time a
061900*     code is met.  A full table leaves OT-SUB zero, says so
062000*     once, and ends the run RC 8 - a truncated scorecard must
062100*     not pass for a complete one.
062200******************************************************************
062300 4100-FIND-OFFICE.
062400     MOVE ZERO TO OT-SUB.
062500     PERFORM 4110-COMPARE-OFFICE THRU 4110-EXIT
062600         VARYING OT-SUB2 FROM 1 BY 1
062700         UNTIL OT-SUB2 > OFFICE-LOADED-COUNT
062800            OR OT-SUB > ZERO.
062900     IF OT-SUB > ZERO
063000         GO TO 4100-EXIT
063100     END-IF.
063200     IF OFFICE-LOADED-COUNT >= OFFICE-TABLE-MAX
063300         IF NOT WS-TABLE-OVERFLOW
063400             MOVE "Y" TO WS-OVERFLOW-SWITCH
063500             DISPLAY "PROG000C - OFFICES EXCEED "
063600                     OFFICE-TABLE-MAX ", SCORECARD TRUNCATED"
063700         END-IF
063800         GO TO 4100-EXIT
063900     END-IF.
064000     ADD 1 TO OFFICE-LOADED-COUNT.
064100     MOVE OFFICE-LOADED-COUNT TO OT-SUB.
064200     PERFORM 4120-CLEAR-OFFICE-SLOT THRU 4120-EXIT.
064300     MOVE APPL-OFFICE-CODE TO OT-OFFICE-CODE(OT-SUB).
064400 4100-EXIT.
064500     EXIT.
064600
064700 4110-COMPARE-OFFICE.
064800     IF OT-OFFICE-CODE(OT-SUB2) = APPL-OFFICE-CODE
064900         MOVE OT-SUB2 TO OT-SUB
065000     END-IF.
065100 4110-EXIT.
065200     EXIT.
065203
065206 4120-CLEAR-OFFICE-SLOT.
065209     MOVE SPACES TO OT-OFFICE-CODE(OT-SUB).
065212     MOVE ZERO   TO OT-RECEIVED(OT-SUB).
065215     MOVE ZERO   TO OT-ACCEPTED(OT-SUB).
065218     MOVE ZERO   TO OT-REJECTED(OT-SUB).
065221     MOVE ZERO   TO OT-OPEN(OT-SUB).
065224     PERFORM 4130-CLEAR-ONE-REASON THRU 4130-EXIT
065227         VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > 6.
065230     MOVE ZERO   TO OT-WAIVED(OT-SUB).
065233     MOVE ZERO   TO OT-EXTRACTED(OT-SUB).
065236     MOVE ZERO   TO OT-ENROLLED(OT-SUB).
065239     MOVE ZERO   TO OT-DROPPED(OT-SUB).
065242     MOVE ZERO   TO OT-NO-MATCH(OT-SUB).
065245     MOVE ZERO   TO OT-RETIRED(OT-SUB).
065248     MOVE ZERO   TO OT-YIELD-PCT(OT-SUB).
065251 4120-EXIT.
065254     EXIT.
065257
065260 4130-CLEAR-ONE-REASON.
065263     MOVE ZERO TO OT-REASON-COUNT(OT-SUB, RC-SUB).
065266 4130-EXIT.
065269     EXIT.
065300
065400******************************************************************
065500* 5000-PRINT-OFFICE-BLOCK - Four lines per office: the decision
065600*     counts, the rejects by reason code, the downstream
065700*     outcomes, and the conversion percentages.  ACCEPT PCT is
065800*     accepted over received; YIELD PCT is accepted over
065900*     decided (still-open applicants left out); EXTRACT PCT is
066000*     extracted over accepted; ENROLL PCT is EN over extracted.
066100******************************************************************
066200 5000-PRINT-OFFICE-BLOCK.
066300     MOVE OT-OFFICE-CODE(OT-SUB) TO SOFL-OFFICE.
066400     IF OT-OFFICE-CODE(OT-SUB) = SPACES
066500         MOVE "****" TO SOFL-OFFICE
066600     END-IF.
066700     MOVE OT-RECEIVED(OT-SUB) TO SOFL-RECEIVED.
066800     MOVE OT-ACCEPTED(OT-SUB) TO SOFL-ACCEPTED.
066900     MOVE OT-REJECTED(OT-SUB) TO SOFL-REJECTED.
067000     MOVE OT-OPEN(OT-SUB)     TO SOFL-OPEN.
067100     MOVE SCOR-OFFICE-LINE TO SCORECARD-RECORD.
067200     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
067300     PERFORM 5100-FORMAT-ONE-REASON THRU 5100-EXIT
067400         VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > 6.
067500     MOVE SCOR-REASON-LINE TO SCORECARD-RECORD.
067600     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
067700     MOVE OT-WAIVED(OT-SUB)    TO SOUT-WAIVED.
067800     MOVE OT-EXTRACTED(OT-SUB) TO SOUT-EXTRACTED.
067900     MOVE OT-ENROLLED(OT-SUB)  TO SOUT-ENROLLED.
068000     MOVE OT-DROPPED(OT-SUB)   TO SOUT-DROPPED.
068100     MOVE OT-NO-MATCH(OT-SUB)  TO SOUT-NO-MATCH.
068200     MOVE OT-RETIRED(OT-SUB)   TO SOUT-RETIRED.
068300     MOVE SCOR-OUTCOME-LINE TO SCORECARD-RECORD.
068400     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
068500     MOVE ZERO TO SPCT-ACCEPT SPCT-YIELD SPCT-EXTRACT SPCT-ENROLL.
068600     IF OT-RECEIVED(OT-SUB) > ZERO
068700         COMPUTE WS-PCT-WORK ROUNDED =
068800             OT-ACCEPTED(OT-SUB) * 100 / OT-RECEIVED(OT-SUB)
068900         MOVE WS-PCT-WORK TO SPCT-ACCEPT
069000     END-IF.
069100     COMPUTE WS-DECIDED-COUNT =
069200         OT-ACCEPTED(OT-SUB) + OT-REJECTED(OT-SUB).
069300     MOVE ZERO TO OT-YIELD-PCT(OT-SUB).
069400     IF WS-DECIDED-COUNT > ZERO
069500         COMPUTE OT-YIELD-PCT(OT-SUB) ROUNDED =
069600             OT-ACCEPTED(OT-SUB) * 100 / WS-DECIDED-COUNT
069700         MOVE OT-YIELD-PCT(OT-SUB) TO SPCT-YIELD
069800     END-IF.
069900     IF OT-ACCEPTED(OT-SUB) > ZERO
070000         COMPUTE WS-PCT-WORK ROUNDED =
070100             OT-EXTRACTED(OT-SUB) * 100 / OT-ACCEPTED(OT-SUB)
070200         MOVE WS-PCT-WORK TO SPCT-EXTRACT
070300     END-IF.
070400     IF OT-EXTRACTED(OT-SUB) > ZERO
070500         COMPUTE WS-PCT-WORK ROUNDED =
070600             OT-ENROLLED(OT-SUB) * 100 / OT-EXTRACTED(OT-SUB)
070700         MOVE WS-PCT-WORK TO SPCT-ENROLL
070800     END-IF.
070900     MOVE SCOR-PCT-LINE TO SCORECARD-RECORD.
071000     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
071100     MOVE SPACES TO SCORECARD-RECORD.
071200     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
071300 5000-EXIT.
071400     EXIT.
071500
071600 5100-FORMAT-ONE-REASON.
071700     MOVE RC-SUB TO SRSL-CODE(RC-SUB).
071800     MOVE OT-REASON-COUNT(OT-SUB, RC-SUB) TO SRSL-COUNT(RC-SUB).
071900 5100-EXIT.
072000     EXIT.
072100
072200******************************************************************
072300* 6000-RANK-OFFICES - List the offices worst screening yield
072400*     first.  A plain selection pass over RANK-TABLE: each
072500*     position takes the lowest yield left, ties going to the
072600*     office that sent the most applicants.  An office with
072700*     nothing decided yet has no yield to rank and sorts last.
072800******************************************************************
072900 6000-RANK-OFFICES.
073000     PERFORM 6100-SEED-RANK-SLOT THRU 6100-EXIT
073100         VARYING RK-SUB FROM 1 BY 1
073200         UNTIL RK-SUB > OFFICE-LOADED-COUNT.
073300     PERFORM 6200-PLACE-ONE-RANK THRU 6200-EXIT
073400         VARYING RK-SUB FROM 1 BY 1
073500         UNTIL RK-SUB >= OFFICE-LOADED-COUNT.
073600     MOVE "OFFICES RANKED BY SCREENING YIELD, WORST FIRST"
073700         TO SCORECARD-RECORD.
073800     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
073900     MOVE RANK-COLUMN-LINE TO SCORECARD-RECORD.
074000     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
074100     PERFORM 6300-PRINT-ONE-RANK THRU 6300-EXIT
074200         VARYING RK-SUB FROM 1 BY 1
074300         UNTIL RK-SUB > OFFICE-LOADED-COUNT.
074400 6000-EXIT.
074500     EXIT.
074600
074700 6100-SEED-RANK-SLOT.
074800     MOVE RK-SUB TO RK-SLOT(RK-SUB).
074900 6100-EXIT.
075000     EXIT.
075100
075200 6200-PLACE-ONE-RANK.
075300     MOVE RK-SUB TO RK-BEST.
075400     PERFORM 6210-COMPARE-RANK THRU 6210-EXIT
075500         VARYING RK-SUB2 FROM RK-SUB BY 1
075600         UNTIL RK-SUB2 > OFFICE-LOADED-COUNT.
075700     IF RK-BEST NOT = RK-SUB
075800         MOVE RK-SLOT(RK-SUB)  TO RK-HOLD
075900         MOVE RK-SLOT(RK-BEST) TO RK-SLOT(RK-SUB)
076000         MOVE RK-HOLD          TO RK-SLOT(RK-BEST)
076100     END-IF.
076200 6200-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600* 6210-COMPARE-RANK - Does the office at RK-SUB2 rank ahead of
076700*     the best found so far?  OT-SUB/OT-SUB2 point at the two
076800*     offices' table slots.
076900******************************************************************
077000 6210-COMPARE-RANK.
077100     MOVE RK-SLOT(RK-SUB2) TO OT-SUB2.
077200     MOVE RK-SLOT(RK-BEST) TO OT-SUB.
077300     COMPUTE WS-DECIDED-COUNT =
077400         OT-ACCEPTED(OT-SUB2) + OT-REJECTED(OT-SUB2).
077500     IF WS-DECIDED-COUNT = ZERO
077600         GO TO 6210-EXIT
077700     END-IF.
077800     IF OT-ACCEPTED(OT-SUB) + OT-REJECTED(OT-SUB) = ZERO
077900         MOVE RK-SUB2 TO RK-BEST
078000     ELSE IF OT-YIELD-PCT(OT-SUB2) < OT-YIELD-PCT(OT-SUB)
078100         MOVE RK-SUB2 TO RK-BEST
078200     ELSE IF OT-YIELD-PCT(OT-SUB2) = OT-YIELD-PCT(OT-SUB)
078300             AND OT-RECEIVED(OT-SUB2) > OT-RECEIVED(OT-SUB)
078400         MOVE RK-SUB2 TO RK-BEST
078500     END-IF.
078600 6210-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000* 6300-PRINT-ONE-RANK - One ranking line, with the reject
079100*     reason the office drew most often, so command sees at a
079200*     glance whether the problem is age, height or weight.
079300******************************************************************
079400 6300-PRINT-ONE-RANK.
079500     MOVE RK-SLOT(RK-SUB) TO OT-SUB.
079600     MOVE RK-SUB TO RDTL-RANK.
079700     MOVE OT-OFFICE-CODE(OT-SUB) TO RDTL-OFFICE.
079800     IF OT-OFFICE-CODE(OT-SUB) = SPACES
079900         MOVE "****" TO RDTL-OFFICE
080000     END-IF.
080100     MOVE OT-YIELD-PCT(OT-SUB) TO RDTL-YIELD.
080200     COMPUTE WS-DECIDED-COUNT =
080300         OT-ACCEPTED(OT-SUB) + OT-REJECTED(OT-SUB).
080400     MOVE WS-DECIDED-COUNT    TO RDTL-DECIDED.
080500     MOVE OT-ACCEPTED(OT-SUB) TO RDTL-ACCEPTED.
080600     MOVE OT-REJECTED(OT-SUB) TO RDTL-REJECTED.
080700     MOVE ZERO TO RC-TOP-SUB RC-TOP-COUNT.
080800     PERFORM 6310-CHECK-TOP-REASON THRU 6310-EXIT
080900         VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > 6.
081000     MOVE SPACES TO RDTL-TOP-CODE RDTL-TOP-TEXT.
081100     IF RC-TOP-SUB > ZERO
081200         MOVE RC-TOP-SUB TO RDTL-TOP-CODE
081300         PERFORM 6320-SET-REASON-TEXT THRU 6320-EXIT
081400     END-IF.
081500     MOVE RANK-DETAIL-LINE TO SCORECARD-RECORD.
081600     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
081700 6300-EXIT.
081800     EXIT.
081900
082000 6310-CHECK-TOP-REASON.
082100     IF OT-REASON-COUNT(OT-SUB, RC-SUB) > RC-TOP-COUNT
082200         MOVE OT-REASON-COUNT(OT-SUB, RC-SUB) TO RC-TOP-COUNT
082300         MOVE RC-SUB TO RC-TOP-SUB
082400     END-IF.
082500 6310-EXIT.
082600     EXIT.
082700
082800******************************************************************
082900* 6320-SET-REASON-TEXT - The same reason wording PROG000X's
083000*     3050-SET-REASON-TEXT prints, keyed off ELIGLIM's codes.
083100******************************************************************
083200 6320-SET-REASON-TEXT.
083300     IF RDTL-TOP-CODE = RC-AGE-TOO-LOW
083400         MOVE "AGE BELOW MINIMUM"        TO RDTL-TOP-TEXT
083500     ELSE IF RDTL-TOP-CODE = RC-AGE-TOO-HIGH
083600         MOVE "AGE ABOVE MAXIMUM"        TO RDTL-TOP-TEXT
083700     ELSE IF RDTL-TOP-CODE = RC-HEIGHT-TOO-LOW
083800         MOVE "HEIGHT BELOW STANDARD"    TO RDTL-TOP-TEXT
083900     ELSE IF RDTL-TOP-CODE = RC-HEIGHT-TOO-HIGH
084000         MOVE "HEIGHT ABOVE STANDARD"    TO RDTL-TOP-TEXT
084100     ELSE IF RDTL-TOP-CODE = RC-WEIGHT-TOO-LOW
084200         MOVE "WEIGHT BELOW STANDARD"    TO RDTL-TOP-TEXT
084300     ELSE IF RDTL-TOP-CODE = RC-WEIGHT-TOO-HIGH
084400         MOVE "WEIGHT ABOVE STANDARD"    TO RDTL-TOP-TEXT
084500     END-IF.
084600 6320-EXIT.
084700     EXIT.
084800
084900 8900-WRITE-SCORECARD-LINE.
085000     WRITE SCORECARD-RECORD.
085100     IF NOT SCOR-FILE-OK
085200         DISPLAY "PROG000C - UNABLE TO WRITE SCORECARD-REPORT, "
085300                 "STATUS = " SCOR-FILE-STATUS
085400     END-IF.
085500 8900-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900* 9000-TERMINATE - Print the control totals and close out.  A
086000*     table overflow ends RC 8 so the scheduler flags it.
086100******************************************************************
086200 9000-TERMINATE.
086300     MOVE SPACES TO SCORECARD-RECORD.
086400     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
086500     MOVE SPACES TO SCOR-TOTAL-LINE.
086600     MOVE "MASTER RECORDS READ"      TO STOT-LABEL.
086700     MOVE MASTER-READ-COUNT          TO STOT-VALUE.
086800     MOVE SCOR-TOTAL-LINE TO SCORECARD-RECORD.
086900     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
087000     MOVE "ARCHIVE RECORDS READ"     TO STOT-LABEL.
087100     MOVE ARCHIVE-READ-COUNT         TO STOT-VALUE.
087200     MOVE SCOR-TOTAL-LINE TO SCORECARD-RECORD.
087300     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
087400     MOVE "APPLICANTS TAKEN IN THIS PERIOD" TO STOT-LABEL.
087500     MOVE IN-PERIOD-COUNT            TO STOT-VALUE.
087600     MOVE SCOR-TOTAL-LINE TO SCORECARD-RECORD.
087700     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
087800     MOVE "RECORDS WITH NO INTAKE DATE"  TO STOT-LABEL.
087900     MOVE NO-INTAKE-DATE-COUNT       TO STOT-VALUE.
088000     MOVE SCOR-TOTAL-LINE TO SCORECARD-RECORD.
088100     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
088200     MOVE "OFFICES REPORTED"         TO STOT-LABEL.
088300     MOVE OFFICE-LOADED-COUNT        TO STOT-VALUE.
088400     MOVE SCOR-TOTAL-LINE TO SCORECARD-RECORD.
088500     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
088600     MOVE "DUPLICATES RETIRED THIS PERIOD" TO STOT-LABEL.
088700     MOVE RETIRED-IN-PERIOD-COUNT    TO STOT-VALUE.
088800     MOVE SCOR-TOTAL-LINE TO SCORECARD-RECORD.
088900     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
089000     MOVE "RETIRED IDS NOT ON ARCHIVE" TO STOT-LABEL.
089100     MOVE RETIRED-NOT-FOUND-COUNT    TO STOT-VALUE.
089200     MOVE SCOR-TOTAL-LINE TO SCORECARD-RECORD.
089300     PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT.
089400     IF WS-TABLE-OVERFLOW
089500         MOVE "** SCORECARD TRUNCATED - TABLE LIMIT REACHED **"
089600             TO SCORECARD-RECORD
089700         PERFORM 8900-WRITE-SCORECARD-LINE THRU 8900-EXIT
089800         MOVE 8 TO RETURN-CODE
089900     END-IF.
090000     IF APPL-FILE-OK OR APPL-FILE-EOF
090100         CLOSE APPLICANT-FILE
090200     END-IF.
090300     IF ARCH-FILE-OK OR WS-ARCH-END-OF-FILE
090400         CLOSE ARCHIVE-FILE
090500     END-IF.
090600     IF AUD-FILE-OK OR WS-AUD-END-OF-FILE
090700         CLOSE AUDIT-TRAIL-FILE
090800     END-IF.
090900     CLOSE SCORECARD-REPORT.
091000 9000-EXIT.
091100     EXIT.
