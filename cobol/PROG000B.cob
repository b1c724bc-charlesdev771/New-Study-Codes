000100******************************************************************
000200* Author: Charles Dantas
000300* Date: 04/17/2022
000400* Purpose: Month-end and year-end intake cohort report.  The
000500*          management summary PROG000X prints each night is one
000600*          night's snapshot, and once the ARCHIVE run moves a
000700*          finished applicant to the archive dataset he drops out
000800*          of every report we have - so the month-end figures
000900*          were hand tallies of the nightly control reports, and
001000*          they never matched.  This job groups every applicant
001100*          by the month he was taken in (his intake cohort) and
001200*          shows, per cohort, how many were received, decided,
001300*          accepted, waived, extracted, enrolled, dropped and are
001400*          still open, followed by the cycle times: average and
001500*          90th-percentile days from intake to first decision,
001600*          from decision to extract, and from extract to
001700*          enrollment's disposition.  Applicants come from the
001800*          live master and the archive; the first decision comes
001900*          from the decision history file (HISTREC).
002000* Tectonics: cobc
002100******************************************************************
002200* Maintenance History
002300* ----------------------------------------------------------------
002400* 04/17/2022 CD  Initial version.  The control card mode picks
002500*                the cohorts: MONTHEND (the default) the twelve
002600*                intake months ending with the prior month,
002700*                YEAREND the twelve months of the prior calendar
002800*                year.  Counts follow the office scorecard
002900*                (PROG000C): decided, accepted and still open go
003000*                by the decision of record, extracted means sent
003100*                to enrollment or already reported on by them.
003200*                An id on both the archive and the live master
003300*                is counted once, as it stands on the master.
003310* 05/15/2022 CD  Archive and sort rows 125 -> 156 (APPLREC now
003311*                carries the medical exam).
003312* 05/29/2022 CD  Archive rows are ARCHREC now, the APPLREC record
003313*                plus why and when it left the master.  A row the
003314*                RESTORE run has put back on the master is
003315*                skipped; the record is counted on the master.
003316* 06/26/2022 CD  The cohort and cycle tables are cleared field
003317*                by field (1120-1140) before the cohorts are set.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.                 PROG000B.
003700 AUTHOR.                     CHARLES DANTAS.
003800 INSTALLATION.               RECRUITING SYSTEMS.
003900 DATE-WRITTEN.               04/17/2022.
004000 DATE-COMPILED.              04/17/2022.
004100******************************************************************
004200* Purpose:   Print the intake cohort funnel and cycle-time report
004300*            from the master, the archive dataset and the
004400*            decision history file.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SPECIAL-NAMES.
004900     C01 IS NEW-PAGE.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT APPLICANT-FILE ASSIGN TO "APPLFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS APPL-ID
005600         FILE STATUS IS APPL-FILE-STATUS.
005700
005800     SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS ARCH-FILE-STATUS.
006100
006200     SELECT DECISION-HISTORY-FILE ASSIGN TO "APPLHIST"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS HIST-FILE-STATUS.
006500
006600     SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CARD-FILE-STATUS.
006900
007000     SELECT COHORT-REPORT ASSIGN TO "COHRPT"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS COHR-FILE-STATUS.
007300
007400     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  APPLICANT-FILE
007900     RECORDING MODE IS F.
008000     COPY APPLREC.
008100
008200*    Archived applicants ride in APPLREC layout inside the
008300*    ARCHREC row; each row is read INTO the master record
008400*    area.
008500 FD  ARCHIVE-FILE
008600     RECORDING MODE IS F.
008700     COPY ARCHREC.
008800
008900 FD  DECISION-HISTORY-FILE
009000     RECORDING MODE IS F.
009100     COPY HISTREC.
009200
009300 FD  CONTROL-CARD-FILE
009400     RECORDING MODE IS F.
009500     COPY CTLCARD.
009600
009700 FD  COHORT-REPORT
009800     RECORDING MODE IS F.
009900 01  COHORT-REPORT-RECORD           PIC X(80).
010000
010100*    One row per applicant record (master or archive, date
010200*    zero) and one per history row that stored a decision,
010300*    sorted by applicant id and date.  Each id's applicant row
010400*    then comes ahead of his history in the order it happened.
010500 SD  SORT-WORK-FILE.
010600 01  SORT-RECORD.
010700     05  SRT-APPL-ID                PIC X(08).
010800     05  SRT-ROW-DATE               PIC 9(08).
010900     05  SRT-ROW-TYPE               PIC X(01).
011000         88  SRT-APPLICANT-ROW          VALUE "M".
011100         88  SRT-HISTORY-ROW            VALUE "H".
011200     05  SRT-NEW-STATUS             PIC X(01).
011300     05  SRT-APPLICANT-DATA         PIC X(156).
011400
011500 WORKING-STORAGE SECTION.
011600    77 MASTER-READ-COUNT       PIC 9(07) VALUE ZERO.
011700    77 ARCHIVE-READ-COUNT      PIC 9(07) VALUE ZERO.
011800    77 HISTORY-READ-COUNT      PIC 9(07) VALUE ZERO.
011900    77 NO-INTAKE-DATE-COUNT    PIC 9(07) VALUE ZERO.
012000    77 OUTSIDE-COHORT-COUNT    PIC 9(07) VALUE ZERO.
012100    77 IN-COHORT-COUNT         PIC 9(07) VALUE ZERO.
012200    77 NO-HISTORY-COUNT        PIC 9(07) VALUE ZERO.
012300
012400*    Twelve cohorts, oldest first; slot 13 is the total.
012500    77 COHORT-TOTAL-SLOT       PIC 9(02) VALUE 13.
012600    77 CO-SUB                  PIC 9(02) VALUE ZERO.
012700    77 MS-SUB                  PIC 9(01) VALUE ZERO.
012800    77 BK-SUB                  PIC 9(04) VALUE ZERO.
012900    01 COHORT-TABLE.
013000         05 COHORT-ENTRY OCCURS 13 TIMES.
013100            10 CO-CCYY           PIC 9(04).
013200            10 CO-MM             PIC 9(02).
013300            10 CO-RECEIVED       PIC 9(07).
013400            10 CO-DECIDED        PIC 9(07).
013500            10 CO-ACCEPTED       PIC 9(07).
013600            10 CO-WAIVED         PIC 9(07).
013700            10 CO-EXTRACTED      PIC 9(07).
013800            10 CO-ENROLLED       PIC 9(07).
013900            10 CO-DROPPED        PIC 9(07).
014000            10 CO-OPEN           PIC 9(07).
014100
014200*    Cycle times per cohort for the three measures - 1 intake
014300*    to first decision, 2 decision to extract, 3 extract to
014400*    enrollment disposition - kept as a count of applicants
014500*    per whole day so the 90th percentile is exact.  Bucket n
014600*    holds n - 1 days; the last bucket holds 999 days or more.
014700    01 CYCLE-TABLE.
014800         05 CYCLE-COHORT OCCURS 13 TIMES.
014900            10 CYCLE-MEASURE OCCURS 3 TIMES.
015000               15 CY-COUNT       PIC 9(07).
015100               15 CY-TOTAL-DAYS  PIC 9(09).
015200               15 CY-BUCKET      PIC 9(07) OCCURS 1000 TIMES.
015300
015400    01 APPL-FILE-STATUS        PIC X(02).
015500        88 APPL-FILE-OK                 VALUE "00".
015600        88 APPL-FILE-EOF                VALUE "10".
015700
015800    01 ARCH-FILE-STATUS        PIC X(02).
015900        88 ARCH-FILE-OK                 VALUE "00".
016000
016100    01 HIST-FILE-STATUS        PIC X(02).
016200        88 HIST-FILE-OK                 VALUE "00".
016300
016400    01 CARD-FILE-STATUS        PIC X(02).
016500        88 CARD-FILE-OK                 VALUE "00".
016600
016700    01 COHR-FILE-STATUS        PIC X(02).
016800        88 COHR-FILE-OK                 VALUE "00".
016900
017000    01 WS-SWITCHES.
017100         05 WS-EOF-SWITCH        PIC X(01) VALUE "N".
017200            88 WS-END-OF-FILE              VALUE "Y".
017300         05 WS-MASTER-SWITCH     PIC X(01) VALUE "N".
017400            88 WS-MASTER-OPEN              VALUE "Y".
017500         05 WS-ARCHIVE-SWITCH    PIC X(01) VALUE "N".
017600            88 WS-ARCHIVE-OPEN             VALUE "Y".
017700         05 WS-HISTORY-SWITCH    PIC X(01) VALUE "N".
017800            88 WS-HISTORY-OPEN             VALUE "Y".
017900         05 WS-HAVE-APPL-SWITCH  PIC X(01) VALUE "N".
018000            88 WS-HAVE-APPLICANT           VALUE "Y".
018100
018200    01 WS-RUN-MODE             PIC X(08) VALUE "MONTHEND".
018300        88 WS-MODE-MONTHEND             VALUE "MONTHEND".
018400        88 WS-MODE-YEAREND              VALUE "YEAREND".
018500
018600    01 WS-RUN-DATE.
018700         05 WS-RUN-YY            PIC 9(02).
018800         05 WS-RUN-MM            PIC 9(02).
018900         05 WS-RUN-DD            PIC 9(02).
019000    01 WS-RUNF-DATE.
019100         05 WS-RUNF-CCYY         PIC 9(04).
019200         05 WS-RUNF-MM           PIC 9(02).
019300         05 WS-RUNF-DD           PIC 9(02).
019400    01 WS-RUNF-DATE-N REDEFINES WS-RUNF-DATE
019500                               PIC 9(08).
019600
019700*    The cohort window as a count of months (CCYY * 12 + MM),
019800*    so the cohort slot is a subtraction.
019900    01 WS-FIRST-CCYY           PIC 9(04) VALUE ZERO.
020000    01 WS-FIRST-MM             PIC 9(02) VALUE ZERO.
020100    01 WS-FIRST-MONTHS         PIC 9(06) VALUE ZERO.
020200    01 WS-APPL-MONTHS          PIC 9(06) VALUE ZERO.
020300    01 WS-INTAKE-DATE.
020400         05 WS-INTAKE-CCYY       PIC 9(04).
020500         05 WS-INTAKE-MM         PIC 9(02).
020600         05 WS-INTAKE-DD         PIC 9(02).
020700    01 WS-INTAKE-DATE-N REDEFINES WS-INTAKE-DATE
020800                               PIC 9(08).
020900
021000*    YYMMDD dates (history run date, master decision date) are
021100*    windowed to CCYYMMDD the same way as the run date.
021200    01 WS-SHORT-DATE.
021300         05 WS-SHORT-YY          PIC 9(02).
021400         05 WS-SHORT-MMDD        PIC 9(04).
021500    01 WS-SHORT-DATE-N REDEFINES WS-SHORT-DATE
021600                               PIC 9(06).
021700    01 WS-LONG-DATE.
021800         05 WS-LONG-CCYY         PIC 9(04).
021900         05 WS-LONG-MMDD         PIC 9(04).
022000    01 WS-LONG-DATE-N REDEFINES WS-LONG-DATE
022100                               PIC 9(08).
022200
022300*    The applicant being gathered off the sorted rows.
022400    01 WS-CURRENT-ID           PIC X(08) VALUE LOW-VALUES.
022500    01 WS-FIRST-DECISION       PIC 9(08) VALUE ZERO.
022600    01 WS-FIRST-ACCEPTANCE     PIC 9(08) VALUE ZERO.
022700
022800*    Day-number workspace.  A CCYYMMDD date goes in WS-DN-DATE
022900*    and 2900-DAY-NUMBER leaves a running count of days in
023000*    WS-DN-RESULT; the difference of two results is the number
023100*    of calendar days between the dates.  March is counted as
023200*    the first month so February's leap day falls at the end of
023300*    the counting year.
023400    01 WS-DN-DATE.
023500         05 WS-DN-CCYY           PIC 9(04).
023600         05 WS-DN-MM             PIC 9(02).
023700         05 WS-DN-DD             PIC 9(02).
023800    01 WS-DN-DATE-N REDEFINES WS-DN-DATE
023900                               PIC 9(08).
024000    01 WS-DN-YEAR              PIC 9(04) VALUE ZERO.
024100    01 WS-DN-MONTH             PIC 9(02) VALUE ZERO.
024200    01 WS-DN-PART              PIC 9(07) VALUE ZERO.
024300    01 WS-DN-RESULT            PIC 9(07) VALUE ZERO.
024400    01 WS-FROM-DATE            PIC 9(08) VALUE ZERO.
024500    01 WS-TO-DATE              PIC 9(08) VALUE ZERO.
024600    01 WS-FROM-DAY-NUMBER      PIC 9(07) VALUE ZERO.
024700    01 WS-CYCLE-DAYS           PIC 9(07) VALUE ZERO.
024800
024900    01 WS-P90-TARGET           PIC 9(07) VALUE ZERO.
025000    01 WS-P90-RUNNING          PIC 9(07) VALUE ZERO.
025100    01 WS-P90-DAYS             PIC 9(04) VALUE ZERO.
025200    01 WS-AVG-DAYS             PIC 9(04) VALUE ZERO.
025300
025400    01 COHR-HEADING-LINE.
025500         05 FILLER               PIC X(30) VALUE
025600            "INTAKE COHORT REPORT - RUN ".
025700         05 CHDG-RUN-DATE        PIC 9(08).
025800         05 FILLER               PIC X(01) VALUE SPACES.
025900         05 CHDG-MODE            PIC X(08).
026000         05 FILLER               PIC X(33) VALUE SPACES.
026100
026200    01 COHR-WINDOW-LINE.
026300         05 FILLER               PIC X(24) VALUE
026400            "APPLICANTS TAKEN IN FROM".
026500         05 FILLER               PIC X(01) VALUE SPACES.
026600         05 CWIN-FIRST-CCYY      PIC 9(04).
026700         05 FILLER               PIC X(01) VALUE "-".
026800         05 CWIN-FIRST-MM        PIC 9(02).
026900         05 FILLER               PIC X(04) VALUE " TO ".
027000         05 CWIN-LAST-CCYY       PIC 9(04).
027100         05 FILLER               PIC X(01) VALUE "-".
027200         05 CWIN-LAST-MM         PIC 9(02).
027300         05 FILLER               PIC X(37) VALUE SPACES.
027400
027500    01 COHR-SECTION-LINE.
027600         05 CSEC-TITLE           PIC X(60).
027700         05 FILLER               PIC X(20) VALUE SPACES.
027800
027900    01 FUNNEL-COLUMN-LINE.
028000         05 FILLER               PIC X(08) VALUE "COHORT".
028100         05 FILLER               PIC X(09) VALUE " RECEIVED".
028200         05 FILLER               PIC X(09) VALUE "  DECIDED".
028300         05 FILLER               PIC X(09) VALUE " ACCEPTED".
028400         05 FILLER               PIC X(09) VALUE "   WAIVED".
028500         05 FILLER               PIC X(09) VALUE "  EXTRACT".
028600         05 FILLER               PIC X(09) VALUE " ENROLLED".
028700         05 FILLER               PIC X(09) VALUE "  DROPPED".
028800         05 FILLER               PIC X(09) VALUE "     OPEN".
028900
029000    01 FUNNEL-DETAIL-LINE.
029100         05 FDTL-COHORT.
029200            10 FDTL-CCYY         PIC 9(04).
029300            10 FDTL-DASH         PIC X(01).
029400            10 FDTL-MM           PIC 9(02).
029500         05 FILLER               PIC X(01) VALUE SPACES.
029600         05 FILLER               PIC X(02) VALUE SPACES.
029700         05 FDTL-RECEIVED        PIC ZZZZZZ9.
029800         05 FILLER               PIC X(02) VALUE SPACES.
029900         05 FDTL-DECIDED         PIC ZZZZZZ9.
030000         05 FILLER               PIC X(02) VALUE SPACES.
030100         05 FDTL-ACCEPTED        PIC ZZZZZZ9.
030200         05 FILLER               PIC X(02) VALUE SPACES.
030300         05 FDTL-WAIVED          PIC ZZZZZZ9.
030400         05 FILLER               PIC X(02) VALUE SPACES.
030500         05 FDTL-EXTRACTED       PIC ZZZZZZ9.
030600         05 FILLER               PIC X(02) VALUE SPACES.
030700         05 FDTL-ENROLLED        PIC ZZZZZZ9.
030800         05 FILLER               PIC X(02) VALUE SPACES.
030900         05 FDTL-DROPPED         PIC ZZZZZZ9.
031000         05 FILLER               PIC X(02) VALUE SPACES.
031100         05 FDTL-OPEN            PIC ZZZZZZ9.
031200
031300    01 CYCLE-TITLE-LINE.
031400         05 FILLER               PIC X(08) VALUE SPACES.
031500         05 FILLER               PIC X(20) VALUE
031600            "INTAKE TO DECISION".
031700         05 FILLER               PIC X(20) VALUE
031800            "DECISION TO EXTRACT".
031900         05 FILLER               PIC X(20) VALUE
032000            "EXTRACT TO OUTCOME".
032100         05 FILLER               PIC X(12) VALUE SPACES.
032200
032300    01 CYCLE-COLUMN-LINE.
032400         05 FILLER               PIC X(08) VALUE "COHORT".
032500         05 FILLER               PIC X(20) VALUE
032600            "      N  AVG  P90".
032700         05 FILLER               PIC X(20) VALUE
032800            "      N  AVG  P90".
032900         05 FILLER               PIC X(20) VALUE
033000            "      N  AVG  P90".
033100         05 FILLER               PIC X(12) VALUE SPACES.
033200
033300    01 CYCLE-DETAIL-LINE.
033400         05 YDTL-COHORT          PIC X(07).
033500         05 FILLER               PIC X(01) VALUE SPACES.
033600         05 YDTL-MEASURE OCCURS 3 TIMES.
033700            10 YDTL-COUNT        PIC ZZZZZZ9.
033800            10 FILLER            PIC X(01).
033900            10 YDTL-AVG          PIC ZZZ9.
034000            10 FILLER            PIC X(01).
034100            10 YDTL-P90          PIC ZZZ9.
034200            10 FILLER            PIC X(03).
034300         05 FILLER               PIC X(12) VALUE SPACES.
034400
034500    01 COHR-TOTAL-LINE.
034600         05 CTOT-LABEL           PIC X(34).
034700         05 CTOT-VALUE           PIC 9(07).
034800         05 FILLER               PIC X(39) VALUE SPACES.
034900
035000 PROCEDURE DIVISION.
035100
035200 0000-MAINLINE.
035300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035400     IF WS-MASTER-OPEN
035500         SORT SORT-WORK-FILE
035600             ON ASCENDING KEY SRT-APPL-ID SRT-ROW-DATE
035700             WITH DUPLICATES IN ORDER
035800             INPUT PROCEDURE IS 2000-RELEASE-ROWS THRU 2000-EXIT
035900             OUTPUT PROCEDURE IS 3000-GATHER-APPLICANTS
036000                 THRU 3000-EXIT
036100         PERFORM 5000-PRINT-FUNNEL THRU 5000-EXIT
036200         PERFORM 6000-PRINT-CYCLE-TIMES THRU 6000-EXIT
036300     END-IF.
036400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036500     STOP RUN.
036600
036700******************************************************************
036800* 1000-INITIALIZE - Read the mode off the control card, work out
036900*     the twelve cohort months, open the files and print the
037000*     headings.  The master must open; without the archive or
037100*     the history the report still prints, and says so.
037200******************************************************************
037300 1000-INITIALIZE.
037400     ACCEPT WS-RUN-DATE FROM DATE.
037500     IF WS-RUN-YY > 70
037600         COMPUTE WS-RUNF-CCYY = 1900 + WS-RUN-YY
037700     ELSE
037800         COMPUTE WS-RUNF-CCYY = 2000 + WS-RUN-YY
037900     END-IF.
038000     MOVE WS-RUN-MM TO WS-RUNF-MM.
038100     MOVE WS-RUN-DD TO WS-RUNF-DD.
038200     OPEN INPUT CONTROL-CARD-FILE.
038300     IF CARD-FILE-OK
038400         READ CONTROL-CARD-FILE
038500             AT END
038600                 CONTINUE
038700             NOT AT END
038800                 IF CC-MODE-YEAREND
038900                     MOVE CC-RUN-MODE TO WS-RUN-MODE
039000                 END-IF
039100         END-READ
039200         CLOSE CONTROL-CARD-FILE
039300     END-IF.
039400     PERFORM 1100-SET-COHORTS THRU 1100-EXIT.
039500     OPEN OUTPUT COHORT-REPORT.
039600     IF NOT COHR-FILE-OK
039700         DISPLAY "PROG000B - UNABLE TO OPEN COHORT-REPORT, "
039800                 "STATUS = " COHR-FILE-STATUS
039900     END-IF.
040000     MOVE WS-RUNF-DATE-N TO CHDG-RUN-DATE.
040100     MOVE WS-RUN-MODE    TO CHDG-MODE.
040200     MOVE COHR-HEADING-LINE TO COHORT-REPORT-RECORD.
040300     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
040400     MOVE CO-CCYY(1)  TO CWIN-FIRST-CCYY.
040500     MOVE CO-MM(1)    TO CWIN-FIRST-MM.
040600     MOVE CO-CCYY(12) TO CWIN-LAST-CCYY.
040700     MOVE CO-MM(12)   TO CWIN-LAST-MM.
040800     MOVE COHR-WINDOW-LINE TO COHORT-REPORT-RECORD.
040900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
041000     OPEN INPUT APPLICANT-FILE.
041100     IF APPL-FILE-OK
041200         MOVE "Y" TO WS-MASTER-SWITCH
041300     ELSE
041400         DISPLAY "PROG000B - UNABLE TO OPEN APPLICANT-FILE, "
041500                 "STATUS = " APPL-FILE-STATUS
041600         MOVE 16 TO RETURN-CODE
041700         GO TO 1000-EXIT
041800     END-IF.
041900     OPEN INPUT ARCHIVE-FILE.
042000     IF ARCH-FILE-OK
042100         MOVE "Y" TO WS-ARCHIVE-SWITCH
042200     ELSE
042300         DISPLAY "PROG000B - NO ARCHIVE DATASET TO READ, "
042400                 "STATUS = " ARCH-FILE-STATUS
042500     END-IF.
042600     OPEN INPUT DECISION-HISTORY-FILE.
042700     IF HIST-FILE-OK
042800         MOVE "Y" TO WS-HISTORY-SWITCH
042900     ELSE
043000         DISPLAY "PROG000B - NO DECISION HISTORY TO READ, "
043100                 "STATUS = " HIST-FILE-STATUS
043200     END-IF.
043300 1000-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 1100-SET-COHORTS - MONTHEND reports the twelve intake months
043800*     ending with the month before the run; YEAREND reports
043900*     January to December of the year before the run.  Slot 1
044000*     is the oldest cohort.
044100******************************************************************
044200 1100-SET-COHORTS.
044300     IF WS-MODE-YEAREND
044400         COMPUTE WS-FIRST-CCYY = WS-RUNF-CCYY - 1
044500         MOVE 01 TO WS-FIRST-MM
044600     ELSE
044700         COMPUTE WS-FIRST-CCYY = WS-RUNF-CCYY - 1
044800         MOVE WS-RUNF-MM TO WS-FIRST-MM
044900     END-IF.
045000     COMPUTE WS-FIRST-MONTHS = WS-FIRST-CCYY * 12 + WS-FIRST-MM.
045100     PERFORM 1120-CLEAR-ONE-COHORT THRU 1120-EXIT
045110         VARYING CO-SUB FROM 1 BY 1
045120         UNTIL CO-SUB > COHORT-TOTAL-SLOT.
045300     PERFORM 1110-SET-ONE-COHORT THRU 1110-EXIT
045400         VARYING CO-SUB FROM 1 BY 1
045500         UNTIL CO-SUB > 12.
045600 1100-EXIT.
045700     EXIT.
045800
045900 1110-SET-ONE-COHORT.
046000     IF CO-SUB = 1
046100         MOVE WS-FIRST-CCYY TO CO-CCYY(CO-SUB)
046200         MOVE WS-FIRST-MM   TO CO-MM(CO-SUB)
046300     ELSE IF CO-MM(CO-SUB - 1) = 12
046400         COMPUTE CO-CCYY(CO-SUB) = CO-CCYY(CO-SUB - 1) + 1
046500         MOVE 01 TO CO-MM(CO-SUB)
046600     ELSE
046700         MOVE CO-CCYY(CO-SUB - 1) TO CO-CCYY(CO-SUB)
046800         COMPUTE CO-MM(CO-SUB) = CO-MM(CO-SUB - 1) + 1
046900     END-IF.
047000 1110-EXIT.
047100     EXIT.
047103
047106 1120-CLEAR-ONE-COHORT.
047109     MOVE ZERO TO CO-CCYY(CO-SUB).
047112     MOVE ZERO TO CO-MM(CO-SUB).
047115     MOVE ZERO TO CO-RECEIVED(CO-SUB).
047118     MOVE ZERO TO CO-DECIDED(CO-SUB).
047121     MOVE ZERO TO CO-ACCEPTED(CO-SUB).
047124     MOVE ZERO TO CO-WAIVED(CO-SUB).
047127     MOVE ZERO TO CO-EXTRACTED(CO-SUB).
047130     MOVE ZERO TO CO-ENROLLED(CO-SUB).
047133     MOVE ZERO TO CO-DROPPED(CO-SUB).
047136     MOVE ZERO TO CO-OPEN(CO-SUB).
047139     PERFORM 1130-CLEAR-ONE-MEASURE THRU 1130-EXIT
047142         VARYING MS-SUB FROM 1 BY 1
047145         UNTIL MS-SUB > 3.
047148 1120-EXIT.
047151     EXIT.
047154
047157 1130-CLEAR-ONE-MEASURE.
047160     MOVE ZERO TO CY-COUNT(CO-SUB, MS-SUB).
047163     MOVE ZERO TO CY-TOTAL-DAYS(CO-SUB, MS-SUB).
047166     PERFORM 1140-CLEAR-ONE-BUCKET THRU 1140-EXIT
047169         VARYING BK-SUB FROM 1 BY 1
047172         UNTIL BK-SUB > 1000.
047175 1130-EXIT.
047178     EXIT.
047181
047184 1140-CLEAR-ONE-BUCKET.
047187     MOVE ZERO TO CY-BUCKET(CO-SUB, MS-SUB, BK-SUB).
047190 1140-EXIT.
047193     EXIT.
047200
047300******************************************************************
047400* 2000-RELEASE-ROWS - Sort input.  Every master and archive
047500*     record is released as an applicant row - archive first,
047600*     so that when an id is on both the master's row sorts
047700*     last and stands - and every history row that stored an
047800*     accept or a reject is released as a history row dated the
047900*     night it ran.
048000******************************************************************
048100 2000-RELEASE-ROWS.
048200     IF WS-ARCHIVE-OPEN
048300         MOVE "N" TO WS-EOF-SWITCH
048400         PERFORM 2200-RELEASE-ARCHIVE-ROW THRU 2200-EXIT
048500             UNTIL WS-END-OF-FILE
048600     END-IF.
048700     MOVE "N" TO WS-EOF-SWITCH.
048800     PERFORM 2100-RELEASE-MASTER-ROW THRU 2100-EXIT
048900         UNTIL WS-END-OF-FILE.
049000     IF WS-HISTORY-OPEN
049100         MOVE "N" TO WS-EOF-SWITCH
049200         PERFORM 2300-RELEASE-HISTORY-ROW THRU 2300-EXIT
049300             UNTIL WS-END-OF-FILE
049400     END-IF.
049500 2000-EXIT.
049600     EXIT.
049700
049800 2100-RELEASE-MASTER-ROW.
049900     READ APPLICANT-FILE NEXT RECORD
050000         AT END
050100             MOVE "Y" TO WS-EOF-SWITCH
050200             GO TO 2100-EXIT
050300     END-READ.
050400     ADD 1 TO MASTER-READ-COUNT.
050500     PERFORM 2150-RELEASE-APPLICANT THRU 2150-EXIT.
050600 2100-EXIT.
050700     EXIT.
050800
050900 2150-RELEASE-APPLICANT.
051000     MOVE APPL-ID          TO SRT-APPL-ID.
051100     MOVE ZERO             TO SRT-ROW-DATE.
051200     MOVE "M"              TO SRT-ROW-TYPE.
051300     MOVE SPACES           TO SRT-NEW-STATUS.
051400     MOVE APPLICANT-RECORD TO SRT-APPLICANT-DATA.
051500     RELEASE SORT-RECORD.
051600 2150-EXIT.
051700     EXIT.
051800
051900 2200-RELEASE-ARCHIVE-ROW.
052000     READ ARCHIVE-FILE INTO APPLICANT-RECORD
052100         AT END
052200             MOVE "Y" TO WS-EOF-SWITCH
052300             GO TO 2200-EXIT
052400     END-READ.
052500     ADD 1 TO ARCHIVE-READ-COUNT.
052501     IF ARCH-RESTORED
052502         GO TO 2200-EXIT
052503     END-IF.
052600     PERFORM 2150-RELEASE-APPLICANT THRU 2150-EXIT.
052700 2200-EXIT.
052800     EXIT.
052900
053000 2300-RELEASE-HISTORY-ROW.
053100     READ DECISION-HISTORY-FILE
053200         AT END
053300             MOVE "Y" TO WS-EOF-SWITCH
053400             GO TO 2300-EXIT
053500     END-READ.
053600     ADD 1 TO HISTORY-READ-COUNT.
053700     IF HIST-NEW-STATUS NOT = "A" AND HIST-NEW-STATUS NOT = "R"
053800         GO TO 2300-EXIT
053900     END-IF.
054000     MOVE HIST-RUN-DATE TO WS-SHORT-DATE-N.
054100     PERFORM 2900-WINDOW-SHORT-DATE THRU 2900-EXIT.
054200     MOVE HIST-APPL-ID     TO SRT-APPL-ID.
054300     MOVE WS-LONG-DATE-N   TO SRT-ROW-DATE.
054400     MOVE "H"              TO SRT-ROW-TYPE.
054500     MOVE HIST-NEW-STATUS  TO SRT-NEW-STATUS.
054600     MOVE SPACES           TO SRT-APPLICANT-DATA.
054700     RELEASE SORT-RECORD.
054800 2300-EXIT.
054900     EXIT.
055000
055100 2900-WINDOW-SHORT-DATE.
055200     IF WS-SHORT-YY > 70
055300         COMPUTE WS-LONG-CCYY = 1900 + WS-SHORT-YY
055400     ELSE
055500         COMPUTE WS-LONG-CCYY = 2000 + WS-SHORT-YY
055600     END-IF.
055700     MOVE WS-SHORT-MMDD TO WS-LONG-MMDD.
055800 2900-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200* 3000-GATHER-APPLICANTS - Sort output.  The rows for one id are
056300*     gathered - the last applicant row is the record as it
056400*     stands, the first history rows give the first decision and
056500*     the first acceptance - and the applicant is tallied when
056600*     the id changes.  History for an id with no applicant row
056700*     (a record lost before the archive existed) is passed over.
056800******************************************************************
056900 3000-GATHER-APPLICANTS.
057000     MOVE "N" TO WS-EOF-SWITCH.
057100     MOVE "N" TO WS-HAVE-APPL-SWITCH.
057200     PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT
057300         UNTIL WS-END-OF-FILE.
057400     IF WS-HAVE-APPLICANT
057500         PERFORM 4000-TALLY-APPLICANT THRU 4000-EXIT
057600     END-IF.
057700 3000-EXIT.
057800     EXIT.
057900
058000 3100-RETURN-ONE-ROW.
058100     RETURN SORT-WORK-FILE
058200         AT END
058300             MOVE "Y" TO WS-EOF-SWITCH
058400             GO TO 3100-EXIT
058500     END-RETURN.
058600     IF SRT-APPL-ID NOT = WS-CURRENT-ID
058700         IF WS-HAVE-APPLICANT
058800             PERFORM 4000-TALLY-APPLICANT THRU 4000-EXIT
058900         END-IF
059000         MOVE SRT-APPL-ID TO WS-CURRENT-ID
059100         MOVE "N"  TO WS-HAVE-APPL-SWITCH
059200         MOVE ZERO TO WS-FIRST-DECISION
059300         MOVE ZERO TO WS-FIRST-ACCEPTANCE
059400     END-IF.
059500     IF SRT-APPLICANT-ROW
059600         MOVE SRT-APPLICANT-DATA TO APPLICANT-RECORD
059700         MOVE "Y" TO WS-HAVE-APPL-SWITCH
059800         GO TO 3100-EXIT
059900     END-IF.
060000     IF WS-FIRST-DECISION = ZERO
060100         MOVE SRT-ROW-DATE TO WS-FIRST-DECISION
060200     END-IF.
060300     IF SRT-NEW-STATUS = "A" AND WS-FIRST-ACCEPTANCE = ZERO
060400         MOVE SRT-ROW-DATE TO WS-FIRST-ACCEPTANCE
060500     END-IF.
060600 3100-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000* 4000-TALLY-APPLICANT - Count the gathered applicant against
061100*     his intake cohort and the total.  A record with no history
061200*     row falls back on the decision date on the master.
061300******************************************************************
061400 4000-TALLY-APPLICANT.
061500     IF APPL-INTAKE-DATE NOT NUMERIC OR APPL-INTAKE-DATE = ZERO
061600         ADD 1 TO NO-INTAKE-DATE-COUNT
061700         GO TO 4000-EXIT
061800     END-IF.
061900     MOVE APPL-INTAKE-DATE TO WS-INTAKE-DATE-N.
062000     COMPUTE WS-APPL-MONTHS = WS-INTAKE-CCYY * 12 + WS-INTAKE-MM.
062100     IF WS-APPL-MONTHS < WS-FIRST-MONTHS
062200             OR WS-APPL-MONTHS > WS-FIRST-MONTHS + 11
062300         ADD 1 TO OUTSIDE-COHORT-COUNT
062400         GO TO 4000-EXIT
062500     END-IF.
062600     ADD 1 TO IN-COHORT-COUNT.
062700     COMPUTE CO-SUB = WS-APPL-MONTHS - WS-FIRST-MONTHS + 1.
062800     IF WS-FIRST-DECISION = ZERO
062900             AND NOT APPL-DEC-PENDING
063000             AND APPL-DECISION-DATE NUMERIC
063100             AND APPL-DECISION-DATE > ZERO
063200         ADD 1 TO NO-HISTORY-COUNT
063300         MOVE APPL-DECISION-DATE TO WS-SHORT-DATE-N
063400         PERFORM 2900-WINDOW-SHORT-DATE THRU 2900-EXIT
063500         MOVE WS-LONG-DATE-N TO WS-FIRST-DECISION
063600         IF APPL-DEC-ACCEPTED
063700             MOVE WS-LONG-DATE-N TO WS-FIRST-ACCEPTANCE
063800         END-IF
063900     END-IF.
064000     PERFORM 4100-COUNT-FUNNEL THRU 4100-EXIT.
064100     PERFORM 4200-MEASURE-CYCLES THRU 4200-EXIT.
064200     MOVE COHORT-TOTAL-SLOT TO CO-SUB.
064300     PERFORM 4100-COUNT-FUNNEL THRU 4100-EXIT.
064400     PERFORM 4200-MEASURE-CYCLES THRU 4200-EXIT.
064500 4000-EXIT.
064600     EXIT.
064700
064800 4100-COUNT-FUNNEL.
064900     ADD 1 TO CO-RECEIVED(CO-SUB).
065000     IF APPL-DEC-ACCEPTED
065100         ADD 1 TO CO-DECIDED(CO-SUB)
065200         ADD 1 TO CO-ACCEPTED(CO-SUB)
065300     ELSE IF APPL-DEC-REJECTED
065400         ADD 1 TO CO-DECIDED(CO-SUB)
065500     ELSE
065600         ADD 1 TO CO-OPEN(CO-SUB)
065700     END-IF.
065800     IF APPL-WAIVED
065900         ADD 1 TO CO-WAIVED(CO-SUB)
066000     END-IF.
066100     IF APPL-EXTR-SENT OR NOT APPL-ENR-NOT-REPORTED
066200         ADD 1 TO CO-EXTRACTED(CO-SUB)
066300     END-IF.
066400     IF APPL-ENR-ENROLLED
066500         ADD 1 TO CO-ENROLLED(CO-SUB)
066600     ELSE IF APPL-ENR-DROPPED
066700         ADD 1 TO CO-DROPPED(CO-SUB)
066800     END-IF.
066900 4100-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300* 4200-MEASURE-CYCLES - Add the applicant's cycle times, each
067400*     only when both of its dates are known and in order:
067500*     intake to the first stored decision; the first acceptance
067600*     to the night he was first sent to enrollment; that night
067700*     to the date of enrollment's disposition (EN, DR or NM).
067800******************************************************************
067900 4200-MEASURE-CYCLES.
068000     IF WS-FIRST-DECISION > ZERO
068100         MOVE APPL-INTAKE-DATE  TO WS-FROM-DATE
068200         MOVE WS-FIRST-DECISION TO WS-TO-DATE
068300         MOVE 1 TO MS-SUB
068400         PERFORM 4300-ADD-CYCLE THRU 4300-EXIT
068500     END-IF.
068600     IF APPL-EXTRACT-DATE NOT NUMERIC
068700             OR APPL-EXTRACT-DATE = ZERO
068800         GO TO 4200-EXIT
068900     END-IF.
069000     IF WS-FIRST-ACCEPTANCE > ZERO
069100         MOVE WS-FIRST-ACCEPTANCE TO WS-FROM-DATE
069200         MOVE APPL-EXTRACT-DATE   TO WS-TO-DATE
069300         MOVE 2 TO MS-SUB
069400         PERFORM 4300-ADD-CYCLE THRU 4300-EXIT
069500     END-IF.
069600     IF NOT APPL-ENR-NOT-REPORTED
069700             AND APPL-ENROLL-DATE NUMERIC
069800             AND APPL-ENROLL-DATE > ZERO
069900         MOVE APPL-EXTRACT-DATE TO WS-FROM-DATE
070000         MOVE APPL-ENROLL-DATE  TO WS-TO-DATE
070100         MOVE 3 TO MS-SUB
070200         PERFORM 4300-ADD-CYCLE THRU 4300-EXIT
070300     END-IF.
070400 4200-EXIT.
070500     EXIT.
070600
070700 4300-ADD-CYCLE.
070800     IF WS-TO-DATE < WS-FROM-DATE
070900         GO TO 4300-EXIT
071000     END-IF.
071100     MOVE WS-FROM-DATE TO WS-DN-DATE-N.
071200     PERFORM 4900-DAY-NUMBER THRU 4900-EXIT.
071300     MOVE WS-DN-RESULT TO WS-FROM-DAY-NUMBER.
071400     MOVE WS-TO-DATE TO WS-DN-DATE-N.
071500     PERFORM 4900-DAY-NUMBER THRU 4900-EXIT.
071600     COMPUTE WS-CYCLE-DAYS = WS-DN-RESULT - WS-FROM-DAY-NUMBER.
071700     ADD 1             TO CY-COUNT(CO-SUB, MS-SUB).
071800     ADD WS-CYCLE-DAYS TO CY-TOTAL-DAYS(CO-SUB, MS-SUB).
071900     IF WS-CYCLE-DAYS > 999
072000         MOVE 1000 TO BK-SUB
072100     ELSE
072200         COMPUTE BK-SUB = WS-CYCLE-DAYS + 1
072300     END-IF.
072400     ADD 1 TO CY-BUCKET(CO-SUB, MS-SUB, BK-SUB).
072500 4300-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900* 4900-DAY-NUMBER - Turn the CCYYMMDD date in WS-DN-DATE into a
073000*     count of days in WS-DN-RESULT.  January and February are
073100*     counted as months 13 and 14 of the year before, so the
073200*     leap day needs no special case; each division truncates
073300*     on its own, which is what the count relies on.
073400******************************************************************
073500 4900-DAY-NUMBER.
073600     IF WS-DN-MM > 2
073700         MOVE WS-DN-CCYY TO WS-DN-YEAR
073800         MOVE WS-DN-MM   TO WS-DN-MONTH
073900     ELSE
074000         COMPUTE WS-DN-YEAR  = WS-DN-CCYY - 1
074100         COMPUTE WS-DN-MONTH = WS-DN-MM + 12
074200     END-IF.
074300     COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365 + WS-DN-DD.
074400     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-PART.
074500     ADD WS-DN-PART TO WS-DN-RESULT.
074600     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-PART.
074700     SUBTRACT WS-DN-PART FROM WS-DN-RESULT.
074800     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-PART.
074900     ADD WS-DN-PART TO WS-DN-RESULT.
075000     COMPUTE WS-DN-PART = 153 * (WS-DN-MONTH - 3) + 2.
075100     DIVIDE WS-DN-PART BY 5 GIVING WS-DN-PART.
075200     ADD WS-DN-PART TO WS-DN-RESULT.
075300 4900-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700* 5000-PRINT-FUNNEL - One line per cohort, oldest first, then
075800*     the total.
075900******************************************************************
076000 5000-PRINT-FUNNEL.
076100     MOVE "COHORT FUNNEL - STANDING AS OF THE RUN DATE"
076200                          TO CSEC-TITLE.
076300     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT.
076400     MOVE FUNNEL-COLUMN-LINE TO COHORT-REPORT-RECORD.
076500     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
076600     PERFORM 5100-PRINT-ONE-FUNNEL THRU 5100-EXIT
076700         VARYING CO-SUB FROM 1 BY 1
076800         UNTIL CO-SUB > COHORT-TOTAL-SLOT.
076900 5000-EXIT.
077000     EXIT.
077100
077200 5100-PRINT-ONE-FUNNEL.
077300     IF CO-SUB = COHORT-TOTAL-SLOT
077400         MOVE "TOTAL  "        TO FDTL-COHORT
077500     ELSE
077600         MOVE CO-CCYY(CO-SUB)  TO FDTL-CCYY
077700         MOVE "-"              TO FDTL-DASH
077800         MOVE CO-MM(CO-SUB)    TO FDTL-MM
077900     END-IF.
078000     MOVE CO-RECEIVED(CO-SUB)  TO FDTL-RECEIVED.
078100     MOVE CO-DECIDED(CO-SUB)   TO FDTL-DECIDED.
078200     MOVE CO-ACCEPTED(CO-SUB)  TO FDTL-ACCEPTED.
078300     MOVE CO-WAIVED(CO-SUB)    TO FDTL-WAIVED.
078400     MOVE CO-EXTRACTED(CO-SUB) TO FDTL-EXTRACTED.
078500     MOVE CO-ENROLLED(CO-SUB)  TO FDTL-ENROLLED.
078600     MOVE CO-DROPPED(CO-SUB)   TO FDTL-DROPPED.
078700     MOVE CO-OPEN(CO-SUB)      TO FDTL-OPEN.
078800     MOVE FUNNEL-DETAIL-LINE TO COHORT-REPORT-RECORD.
078900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
079000 5100-EXIT.
079100     EXIT.
079200
079300******************************************************************
079400* 6000-PRINT-CYCLE-TIMES - Per cohort and in total, for each of
079500*     the three measures: how many applicants it covers, the
079600*     average days and the 90th-percentile days (the fewest
079700*     days within which nine in ten of them got there).  A
079800*     percentile of 999 means 999 days or more.
079900******************************************************************
080000 6000-PRINT-CYCLE-TIMES.
080100     MOVE "CYCLE TIMES IN CALENDAR DAYS" TO CSEC-TITLE.
080200     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT.
080300     MOVE CYCLE-TITLE-LINE TO COHORT-REPORT-RECORD.
080400     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
080500     MOVE CYCLE-COLUMN-LINE TO COHORT-REPORT-RECORD.
080600     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
080700     PERFORM 6100-PRINT-ONE-CYCLE THRU 6100-EXIT
080800         VARYING CO-SUB FROM 1 BY 1
080900         UNTIL CO-SUB > COHORT-TOTAL-SLOT.
081000 6000-EXIT.
081100     EXIT.
081200
081300 6100-PRINT-ONE-CYCLE.
081400     MOVE SPACES TO CYCLE-DETAIL-LINE.
081500     IF CO-SUB = COHORT-TOTAL-SLOT
081600         MOVE "TOTAL"          TO YDTL-COHORT
081700     ELSE
081800         MOVE CO-CCYY(CO-SUB)  TO FDTL-CCYY
081900         MOVE "-"              TO FDTL-DASH
082000         MOVE CO-MM(CO-SUB)    TO FDTL-MM
082100         MOVE FDTL-COHORT      TO YDTL-COHORT
082200     END-IF.
082300     PERFORM 6200-FORMAT-ONE-MEASURE THRU 6200-EXIT
082400         VARYING MS-SUB FROM 1 BY 1
082500         UNTIL MS-SUB > 3.
082600     MOVE CYCLE-DETAIL-LINE TO COHORT-REPORT-RECORD.
082700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
082800 6100-EXIT.
082900     EXIT.
083000
083100 6200-FORMAT-ONE-MEASURE.
083200     MOVE ZERO TO WS-AVG-DAYS.
083300     MOVE ZERO TO WS-P90-DAYS.
083400     IF CY-COUNT(CO-SUB, MS-SUB) > ZERO
083500         COMPUTE WS-AVG-DAYS ROUNDED =
083600             CY-TOTAL-DAYS(CO-SUB, MS-SUB)
083700                 / CY-COUNT(CO-SUB, MS-SUB)
083800         COMPUTE WS-P90-TARGET =
083900             (CY-COUNT(CO-SUB, MS-SUB) * 9 + 9) / 10
084000         MOVE ZERO TO WS-P90-RUNNING
084100         PERFORM 6300-ADD-ONE-BUCKET THRU 6300-EXIT
084200             VARYING BK-SUB FROM 1 BY 1
084300             UNTIL BK-SUB > 1000
084400                OR WS-P90-RUNNING NOT < WS-P90-TARGET
084500         COMPUTE WS-P90-DAYS = BK-SUB - 2
084600     END-IF.
084700     MOVE CY-COUNT(CO-SUB, MS-SUB) TO YDTL-COUNT(MS-SUB).
084800     MOVE WS-AVG-DAYS              TO YDTL-AVG(MS-SUB).
084900     MOVE WS-P90-DAYS              TO YDTL-P90(MS-SUB).
085000 6200-EXIT.
085100     EXIT.
085200
085300 6300-ADD-ONE-BUCKET.
085400     ADD CY-BUCKET(CO-SUB, MS-SUB, BK-SUB) TO WS-P90-RUNNING.
085500 6300-EXIT.
085600     EXIT.
085700
085800 8800-WRITE-SECTION.
085900     MOVE SPACES TO COHORT-REPORT-RECORD.
086000     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
086100     MOVE COHR-SECTION-LINE TO COHORT-REPORT-RECORD.
086200     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
086300 8800-EXIT.
086400     EXIT.
086500
086600 8900-WRITE-REPORT-LINE.
086700     WRITE COHORT-REPORT-RECORD.
086800     IF NOT COHR-FILE-OK
086900         DISPLAY "PROG000B - UNABLE TO WRITE COHORT-REPORT, "
087000                 "STATUS = " COHR-FILE-STATUS
087100     END-IF.
087200 8900-EXIT.
087300     EXIT.
087400
087500******************************************************************
087600* 9000-TERMINATE - Print the input counts and close out.  The
087700*     run ends RC 16 only when the master would not open.
087800******************************************************************
087900 9000-TERMINATE.
088000     MOVE SPACES TO COHORT-REPORT-RECORD.
088100     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
088200     MOVE "MASTER RECORDS READ"        TO CTOT-LABEL.
088300     MOVE MASTER-READ-COUNT            TO CTOT-VALUE.
088400     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
088500     MOVE "ARCHIVE RECORDS READ"       TO CTOT-LABEL.
088600     MOVE ARCHIVE-READ-COUNT           TO CTOT-VALUE.
088700     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
088800     MOVE "HISTORY ROWS READ"          TO CTOT-LABEL.
088900     MOVE HISTORY-READ-COUNT           TO CTOT-VALUE.
089000     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
089100     MOVE "APPLICANTS IN THESE COHORTS" TO CTOT-LABEL.
089200     MOVE IN-COHORT-COUNT              TO CTOT-VALUE.
089300     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
089400     MOVE "APPLICANTS IN OTHER MONTHS" TO CTOT-LABEL.
089500     MOVE OUTSIDE-COHORT-COUNT         TO CTOT-VALUE.
089600     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
089700     MOVE "APPLICANTS WITH NO INTAKE DATE" TO CTOT-LABEL.
089800     MOVE NO-INTAKE-DATE-COUNT         TO CTOT-VALUE.
089900     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
090000     MOVE "DECIDED, NO HISTORY ROW"    TO CTOT-LABEL.
090100     MOVE NO-HISTORY-COUNT             TO CTOT-VALUE.
090200     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
090300     IF WS-MASTER-OPEN
090400         CLOSE APPLICANT-FILE
090500     END-IF.
090600     IF WS-ARCHIVE-OPEN
090700         CLOSE ARCHIVE-FILE
090800     END-IF.
090900     IF WS-HISTORY-OPEN
091000         CLOSE DECISION-HISTORY-FILE
091100     END-IF.
091200     CLOSE COHORT-REPORT.
091300 9000-EXIT.
091400     EXIT.
091500
091600 9100-WRITE-TOTAL.
091700     MOVE COHR-TOTAL-LINE TO COHORT-REPORT-RECORD.
091800     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
091900 9100-EXIT.
092000     EXIT.
