000100******************************************************************
000200* Author: Charles Dantas
000300* Date: 03/20/2022
000400* Purpose: Weekly open-appeals aging report.  The appeals desk
000500*          answers a disputed reject within a service level of
000600*          APPEAL-SLA-DAYS calendar days from the day the case
000700*          was received.  This job lists every appeal case still
000800*          OPEN or UNDER REVIEW on the case file (APELREC), with
000900*          the reviewer it sits with and the days it has been
001000*          open, flags each case past the service level, and
001100*          totals the open caseload so the desk supervisor can
001200*          see the backlog and who is carrying it.
001300* Tectonics: cobc
001400******************************************************************
001500* Maintenance History
001600* ----------------------------------------------------------------
001700* 03/20/2022 CD  Initial version.  Days open are counted from
001800*                the received date to the run date; a case whose
001900*                received date is missing is listed with zero
002000*                days and counted separately so the desk can
002100*                correct it.
002110* 06/12/2022 CD  Reads the control card for its mask switch only:
002120*                M prints just the first three letters of the
002130*                applicant's name.  No card, or a blank switch,
002140*                prints the name as before.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.                 PROG000G.
002500 AUTHOR.                     CHARLES DANTAS.
002600 INSTALLATION.               RECRUITING SYSTEMS.
002700 DATE-WRITTEN.               03/20/2022.
002800 DATE-COMPILED.              03/20/2022.
002900******************************************************************
003000* Purpose:   Print the weekly open-appeals aging report from the
003100*            appeal case file, with the applicant's name from
003200*            the master.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.
003700     C01 IS NEW-PAGE.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT APPEAL-CASE-FILE ASSIGN TO "APELCASE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS APEL-KEY
004400         FILE STATUS IS APLC-FILE-STATUS.
004500
004600     SELECT APPLICANT-FILE ASSIGN TO "APPLFILE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS APPL-ID
005000         FILE STATUS IS APPL-FILE-STATUS.
005100
005200     SELECT AGING-REPORT ASSIGN TO "APELAGE"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS AGE-FILE-STATUS.
005410
005420     SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
005430         ORGANIZATION IS SEQUENTIAL
005440         FILE STATUS IS CARD-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  APPEAL-CASE-FILE
005900     RECORDING MODE IS F.
006000     COPY APELREC.
006100
006200 FD  APPLICANT-FILE
006300     RECORDING MODE IS F.
006400     COPY APPLREC.
006500
006600 FD  AGING-REPORT
006700     RECORDING MODE IS F.
006800 01  AGING-REPORT-RECORD            PIC X(80).
006810
006820 FD  CONTROL-CARD-FILE
006830     RECORDING MODE IS F.
006840     COPY CTLCARD.
006900
007000 WORKING-STORAGE SECTION.
007100*    The desk's service level: a case still active more than
007200*    this many calendar days after it was received is in breach.
007300    77 APPEAL-SLA-DAYS         PIC 9(03) VALUE 030.
007400
007500    77 CASES-READ-COUNT        PIC 9(07) VALUE ZERO.
007600    77 CASES-ACTIVE-COUNT      PIC 9(07) VALUE ZERO.
007700    77 CASES-OPEN-COUNT        PIC 9(07) VALUE ZERO.
007800    77 CASES-REVIEW-COUNT      PIC 9(07) VALUE ZERO.
007900    77 CASES-BREACH-COUNT      PIC 9(07) VALUE ZERO.
008000    77 CASES-NO-DATE-COUNT     PIC 9(07) VALUE ZERO.
008100    77 CASES-NO-MASTER-COUNT   PIC 9(07) VALUE ZERO.
008200    77 DAYS-OPEN-TOTAL         PIC 9(09) VALUE ZERO.
008300    77 DAYS-OPEN-OLDEST        PIC 9(05) VALUE ZERO.
008400    77 DAYS-OPEN-AVERAGE       PIC 9(05) VALUE ZERO.
008500
008600    01 APLC-FILE-STATUS        PIC X(02).
008700        88 APLC-FILE-OK                 VALUE "00".
008800        88 APLC-FILE-EOF                VALUE "10".
008900
009000    01 APPL-FILE-STATUS        PIC X(02).
009100        88 APPL-FILE-OK                 VALUE "00".
009200
009300    01 AGE-FILE-STATUS         PIC X(02).
009400        88 AGE-FILE-OK                  VALUE "00".
009410
009420    01 CARD-FILE-STATUS        PIC X(02).
009430        88 CARD-FILE-OK                 VALUE "00".
009500
009600    01 WS-SWITCHES.
009700         05 WS-EOF-SWITCH        PIC X(01) VALUE "N".
009800            88 WS-END-OF-FILE              VALUE "Y".
009900         05 WS-MASTER-SWITCH     PIC X(01) VALUE "N".
010000            88 WS-MASTER-OPEN              VALUE "Y".
010100
010200    01 WS-RUN-DATE.
010300         05 WS-RUN-YY            PIC 9(02).
010400         05 WS-RUN-MM            PIC 9(02).
010500         05 WS-RUN-DD            PIC 9(02).
010600    01 WS-RUNF-DATE.
010700         05 WS-RUNF-CCYY         PIC 9(04).
010800         05 WS-RUNF-MM           PIC 9(02).
010900         05 WS-RUNF-DD           PIC 9(02).
011000    01 WS-RUNF-DATE-N REDEFINES WS-RUNF-DATE
011100                               PIC 9(08).
011200    01 WS-RUN-DAY-NUMBER       PIC 9(07) VALUE ZERO.
011300
011400*    Day-number workspace.  A CCYYMMDD date goes in WS-DN-DATE
011500*    and 2100-DAY-NUMBER leaves a running count of days in
011600*    WS-DN-RESULT; the difference of two results is the number
011700*    of calendar days between the dates.  March is counted as
011800*    the first month so February's leap day falls at the end of
011900*    the counting year.
012000    01 WS-DN-DATE.
012100         05 WS-DN-CCYY           PIC 9(04).
012200         05 WS-DN-MM             PIC 9(02).
012300         05 WS-DN-DD             PIC 9(02).
012400    01 WS-DN-DATE-N REDEFINES WS-DN-DATE
012500                               PIC 9(08).
012600    01 WS-DN-YEAR              PIC 9(04) VALUE ZERO.
012700    01 WS-DN-MONTH             PIC 9(02) VALUE ZERO.
012800    01 WS-DN-PART              PIC 9(07) VALUE ZERO.
012900    01 WS-DN-RESULT            PIC 9(07) VALUE ZERO.
013000    01 WS-DAYS-OPEN            PIC 9(05) VALUE ZERO.
013010
013020*    Masked prints.  When the card's mask switch asks for it only
013030*    the first three letters of the applicant's name are shown.
013040    01 WS-MASK-SWITCH          PIC X(01) VALUE SPACE.
013050        88 WS-MASK-PRINTS               VALUE "M".
013060    01 WS-PRINT-NAME           PIC X(20) VALUE SPACES.
013070    01 WS-PRINT-NAME-PARTS REDEFINES WS-PRINT-NAME.
013080         05 WS-PRN-SHOWN         PIC X(03).
013090         05 WS-PRN-HIDDEN        PIC X(17).
013100
013200    01 AGE-HEADING-LINE.
013300         05 FILLER               PIC X(33) VALUE
013400            "OPEN APPEALS AGING REPORT - RUN ".
013500         05 AHDG-RUN-DATE        PIC 9(08).
013600         05 FILLER               PIC X(15) VALUE
013700            "   SERVICE LVL ".
013800         05 AHDG-SLA-DAYS        PIC ZZ9.
013900         05 FILLER               PIC X(05) VALUE " DAYS".
014000         05 FILLER               PIC X(16) VALUE SPACES.
014100
014200    01 AGE-COLUMN-LINE.
014300         05 FILLER               PIC X(09) VALUE "APPL ID".
014400         05 FILLER               PIC X(04) VALUE "NO.".
014500         05 FILLER               PIC X(17) VALUE "NAME".
014600         05 FILLER               PIC X(13) VALUE "STATUS".
014700         05 FILLER               PIC X(09) VALUE "RECEIVED".
014800         05 FILLER               PIC X(09) VALUE "REVIEWER".
014900         05 FILLER               PIC X(19) VALUE " DAYS".
015000
015100    01 AGE-DETAIL-LINE.
015200         05 ADTL-APPL-ID         PIC X(08).
015300         05 FILLER               PIC X(01) VALUE SPACES.
015400         05 ADTL-CASE            PIC 9(03).
015500         05 FILLER               PIC X(01) VALUE SPACES.
015600         05 ADTL-NAME            PIC X(16).
015700         05 FILLER               PIC X(01) VALUE SPACES.
015800         05 ADTL-STATUS          PIC X(12).
015900         05 FILLER               PIC X(01) VALUE SPACES.
016000         05 ADTL-RECEIVED        PIC 9(08).
016100         05 FILLER               PIC X(01) VALUE SPACES.
016200         05 ADTL-REVIEWER        PIC X(08).
016300         05 FILLER               PIC X(01) VALUE SPACES.
016400         05 ADTL-DAYS            PIC ZZZZ9.
016500         05 FILLER               PIC X(01) VALUE SPACES.
016600         05 ADTL-FLAG            PIC X(08).
016700         05 FILLER               PIC X(05) VALUE SPACES.
016800
016900    01 AGE-TOTAL-LINE.
017000         05 ATOT-LABEL           PIC X(34).
017100         05 ATOT-VALUE           PIC 9(07).
017200         05 FILLER               PIC X(39) VALUE SPACES.
017300
017400 PROCEDURE DIVISION.
017500
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-AGE-ONE-CASE THRU 2000-EXIT
017900         UNTIL WS-END-OF-FILE.
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018100     STOP RUN.
018200
018300******************************************************************
018400* 1000-INITIALIZE - Work out tonight's day number, open the
018500*     files and print the headings.  The master is only read for
018600*     the applicant's name; without it the report still prints.
018610*     The control card is optional; only its mask switch is read.
018700******************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT WS-RUN-DATE FROM DATE.
019000     IF WS-RUN-YY > 70
019100         COMPUTE WS-RUNF-CCYY = 1900 + WS-RUN-YY
019200     ELSE
019300         COMPUTE WS-RUNF-CCYY = 2000 + WS-RUN-YY
019400     END-IF.
019500     MOVE WS-RUN-MM TO WS-RUNF-MM.
019600     MOVE WS-RUN-DD TO WS-RUNF-DD.
019700     MOVE WS-RUNF-DATE-N TO WS-DN-DATE-N.
019800     PERFORM 2100-DAY-NUMBER THRU 2100-EXIT.
019900     MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
019910     OPEN INPUT CONTROL-CARD-FILE.
019911     IF CARD-FILE-OK
019912         READ CONTROL-CARD-FILE
019913             AT END
019914                 CONTINUE
019915             NOT AT END
019916                 MOVE CC-MASK-SWITCH TO WS-MASK-SWITCH
019917         END-READ
019918         CLOSE CONTROL-CARD-FILE
019919     END-IF.
020000     OPEN OUTPUT AGING-REPORT.
020100     IF NOT AGE-FILE-OK
020200         DISPLAY "PROG000G - UNABLE TO OPEN AGING-REPORT, "
020300                 "STATUS = " AGE-FILE-STATUS
020400     END-IF.
020500     MOVE WS-RUNF-DATE-N  TO AHDG-RUN-DATE.
020600     MOVE APPEAL-SLA-DAYS TO AHDG-SLA-DAYS.
020700     MOVE AGE-HEADING-LINE TO AGING-REPORT-RECORD.
020800     PERFORM 8900-WRITE-AGING-LINE THRU 8900-EXIT.
020900     MOVE SPACES TO AGING-REPORT-RECORD.
021000     PERFORM 8900-WRITE-AGING-LINE THRU 8900-EXIT.
021100     MOVE AGE-COLUMN-LINE TO AGING-REPORT-RECORD.
021200     PERFORM 8900-WRITE-AGING-LINE THRU 8900-EXIT.
021300     OPEN INPUT APPLICANT-FILE.
021400     IF APPL-FILE-OK
021500         MOVE "Y" TO WS-MASTER-SWITCH
021600     ELSE
021700         DISPLAY "PROG000G - UNABLE TO OPEN APPLICANT-FILE, "
021800                 "NAMES NOT SHOWN, STATUS = " APPL-FILE-STATUS
021900     END-IF.
022000     OPEN INPUT APPEAL-CASE-FILE.
022100     IF NOT APLC-FILE-OK
022200         DISPLAY "PROG000G - UNABLE TO OPEN APPEAL-CASE-FILE, "
022300                 "STATUS = " APLC-FILE-STATUS
022400         MOVE "Y" TO WS-EOF-SWITCH
022500         MOVE 16 TO RETURN-CODE
022600     END-IF.
022700 1000-EXIT.
022800     EXIT.
022900
023000******************************************************************
023100* 2000-AGE-ONE-CASE - Read the next case.  A closed case
023200*     (UPHELD, OVERTURNED, WITHDRAWN) is passed over; an active
023300*     one is aged against the run date and listed, flagged when
023400*     it has been open longer than the service level.
023500******************************************************************
023600 2000-AGE-ONE-CASE.
023700     READ APPEAL-CASE-FILE NEXT RECORD
023800         AT END
023900             MOVE "Y" TO WS-EOF-SWITCH
024000             GO TO 2000-EXIT
024100     END-READ.
024200     ADD 1 TO CASES-READ-COUNT.
024300     IF NOT APEL-CASE-ACTIVE
024400         GO TO 2000-EXIT
024500     END-IF.
024600     ADD 1 TO CASES-ACTIVE-COUNT.
024700     IF APEL-OPEN
024800         ADD 1 TO CASES-OPEN-COUNT
024900     ELSE
025000         ADD 1 TO CASES-REVIEW-COUNT
025100     END-IF.
025200     MOVE ZERO TO WS-DAYS-OPEN.
025300     IF APEL-RECEIVED-DATE NUMERIC
025400             AND APEL-RECEIVED-DATE > ZERO
025500             AND APEL-RECEIVED-DATE NOT > WS-RUNF-DATE-N
025600         MOVE APEL-RECEIVED-DATE TO WS-DN-DATE-N
025700         PERFORM 2100-DAY-NUMBER THRU 2100-EXIT
025800         COMPUTE WS-DAYS-OPEN = WS-RUN-DAY-NUMBER - WS-DN-RESULT
025900     ELSE
026000         ADD 1 TO CASES-NO-DATE-COUNT
026100     END-IF.
026200     ADD WS-DAYS-OPEN TO DAYS-OPEN-TOTAL.
026300     IF WS-DAYS-OPEN > DAYS-OPEN-OLDEST
026400         MOVE WS-DAYS-OPEN TO DAYS-OPEN-OLDEST
026500     END-IF.
026600     MOVE APEL-APPL-ID       TO ADTL-APPL-ID.
026700     MOVE APEL-CASE-NUMBER   TO ADTL-CASE.
026800     MOVE APEL-STATUS        TO ADTL-STATUS.
026900     MOVE APEL-RECEIVED-DATE TO ADTL-RECEIVED.
027000     MOVE APEL-REVIEWER      TO ADTL-REVIEWER.
027100     MOVE WS-DAYS-OPEN       TO ADTL-DAYS.
027200     MOVE SPACES             TO ADTL-NAME.
027300     IF WS-MASTER-OPEN
027400         MOVE APEL-APPL-ID TO APPL-ID
027500         READ APPLICANT-FILE
027600             INVALID KEY
027700                 ADD 1 TO CASES-NO-MASTER-COUNT
027800                 MOVE "NOT ON MASTER" TO ADTL-NAME
027900             NOT INVALID KEY
028000                 MOVE APPL-NAME TO WS-PRINT-NAME
028010                 PERFORM 2200-MASK-PRINT-NAME THRU 2200-EXIT
028020                 MOVE WS-PRINT-NAME TO ADTL-NAME
028100         END-READ
028200     END-IF.
028300     IF WS-DAYS-OPEN > APPEAL-SLA-DAYS
028400         ADD 1 TO CASES-BREACH-COUNT
028500         MOVE "*BREACH*" TO ADTL-FLAG
028600     ELSE
028700         MOVE SPACES TO ADTL-FLAG
028800     END-IF.
028900     MOVE AGE-DETAIL-LINE TO AGING-REPORT-RECORD.
029000     PERFORM 8900-WRITE-AGING-LINE THRU 8900-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500* 2100-DAY-NUMBER - Turn the CCYYMMDD date in WS-DN-DATE into a
029600*     count of days in WS-DN-RESULT.  January and February are
029700*     counted as months 13 and 14 of the year before, so the
029800*     leap day needs no special case; each division truncates
029900*     on its own, which is what the count relies on.
030000******************************************************************
030100 2100-DAY-NUMBER.
030200     IF WS-DN-MM > 2
030300         MOVE WS-DN-CCYY TO WS-DN-YEAR
030400         MOVE WS-DN-MM   TO WS-DN-MONTH
030500     ELSE
030600         COMPUTE WS-DN-YEAR  = WS-DN-CCYY - 1
030700         COMPUTE WS-DN-MONTH = WS-DN-MM + 12
030800     END-IF.
030900     COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365 + WS-DN-DD.
031000     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-PART.
031100     ADD WS-DN-PART TO WS-DN-RESULT.
031200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-PART.
031300     SUBTRACT WS-DN-PART FROM WS-DN-RESULT.
031400     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-PART.
031500     ADD WS-DN-PART TO WS-DN-RESULT.
031600     COMPUTE WS-DN-PART = 153 * (WS-DN-MONTH - 3) + 2.
031700     DIVIDE WS-DN-PART BY 5 GIVING WS-DN-PART.
031800     ADD WS-DN-PART TO WS-DN-RESULT.
031900 2100-EXIT.
032000     EXIT.
032100
032110******************************************************************
032111* 2200-MASK-PRINT-NAME - Leave only the first three letters of the
032112*     name in WS-PRINT-NAME when the card asks for masked prints.
032113******************************************************************
032114 2200-MASK-PRINT-NAME.
032115     IF WS-MASK-PRINTS AND WS-PRINT-NAME NOT = SPACES
032116         MOVE "*****" TO WS-PRN-HIDDEN
032117     END-IF.
032118 2200-EXIT.
032119     EXIT.
032120
032200 8900-WRITE-AGING-LINE.
032300     WRITE AGING-REPORT-RECORD.
032400     IF NOT AGE-FILE-OK
032500         DISPLAY "PROG000G - UNABLE TO WRITE AGING-REPORT, "
032600                 "STATUS = " AGE-FILE-STATUS
032700     END-IF.
032800 8900-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200* 9000-TERMINATE - Print the caseload totals and close out.
033300******************************************************************
033400 9000-TERMINATE.
033500     IF CASES-ACTIVE-COUNT > ZERO
033600         DIVIDE DAYS-OPEN-TOTAL BY CASES-ACTIVE-COUNT
033700             GIVING DAYS-OPEN-AVERAGE
033800     END-IF.
033900     MOVE SPACES TO AGING-REPORT-RECORD.
034000     PERFORM 8900-WRITE-AGING-LINE THRU 8900-EXIT.
034100     MOVE "CASES READ"                 TO ATOT-LABEL.
034200     MOVE CASES-READ-COUNT             TO ATOT-VALUE.
034300     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
034400     MOVE "CASES STILL ACTIVE"         TO ATOT-LABEL.
034500     MOVE CASES-ACTIVE-COUNT           TO ATOT-VALUE.
034600     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
034700     MOVE "  OPEN"                     TO ATOT-LABEL.
034800     MOVE CASES-OPEN-COUNT             TO ATOT-VALUE.
034900     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
035000     MOVE "  UNDER REVIEW"             TO ATOT-LABEL.
035100     MOVE CASES-REVIEW-COUNT           TO ATOT-VALUE.
035200     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
035300     MOVE "CASES PAST SERVICE LEVEL"   TO ATOT-LABEL.
035400     MOVE CASES-BREACH-COUNT           TO ATOT-VALUE.
035500     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
035600     MOVE "AVERAGE DAYS OPEN"          TO ATOT-LABEL.
035700     MOVE DAYS-OPEN-AVERAGE            TO ATOT-VALUE.
035800     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
035900     MOVE "OLDEST CASE, DAYS OPEN"     TO ATOT-LABEL.
036000     MOVE DAYS-OPEN-OLDEST             TO ATOT-VALUE.
036100     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
036200     MOVE "CASES WITH NO RECEIVED DATE" TO ATOT-LABEL.
036300     MOVE CASES-NO-DATE-COUNT          TO ATOT-VALUE.
036400     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
036500     MOVE "CASES NOT ON MASTER"        TO ATOT-LABEL.
036600     MOVE CASES-NO-MASTER-COUNT        TO ATOT-VALUE.
036700     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
036800     IF APLC-FILE-OK OR APLC-FILE-EOF
036900         CLOSE APPEAL-CASE-FILE
037000     END-IF.
037100     IF WS-MASTER-OPEN
037200         CLOSE APPLICANT-FILE
037300     END-IF.
037400     CLOSE AGING-REPORT.
037500 9000-EXIT.
037600     EXIT.
037700
037800 9100-WRITE-TOTAL.
037900     MOVE AGE-TOTAL-LINE TO AGING-REPORT-RECORD.
038000     PERFORM 8900-WRITE-AGING-LINE THRU 8900-EXIT.
038100 9100-EXIT.
038200     EXIT.
