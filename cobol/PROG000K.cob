000100******************************************************************
000200* Author: Charles Dantas
000300* Date: 04/03/2022
000400* Purpose: Nightly training-class seat allocation.  Recruiting
000500*          command publishes a schedule of upcoming training
000600*          classes (CLASREC) - class id, start date and seat
000700*          count - and every applicant we accept needs a seat in
000800*          one.  Until now the seats were handed out by phone off
000900*          a spreadsheet.  This step runs after tonight's
001000*          VALIDATE: it frees the seats of applicants who no
001100*          longer need one, gives each newly accepted applicant
001200*          the earliest class that still has an open seat, in
001300*          the order the acceptances went to enrollment, puts the
001400*          class on the master and on tonight's accepted extract,
001500*          and prints the class fill and the waitlist of accepted
001600*          applicants no class could take.
001700* Tectonics: cobc
001800******************************************************************
001900* Maintenance History
002000* ----------------------------------------------------------------
002100* 04/03/2022 CD  Initial version.  Seats are never booked
002200*                anywhere but on the records themselves: every
002300*                run recounts the seats each class holds from the
002400*                master (accepted, not dropped) and from the
002500*                archive (enrolled applicants the ARCHIVE run has
002600*                since moved off the master still sit in their
002700*                class).  So a seat comes free by itself when a
002800*                DEL or a DUPMERGE takes its holder off the
002900*                master, and this step releases the seat of a
003000*                holder rejected since (the R removal case) or
003100*                dropped by enrollment (DR) by clearing the class
003200*                before anyone new is seated.  A class that has
003300*                already started keeps its seats but takes no
003400*                one new.
003410* 05/01/2022 CD  Audit row carries a blank pass type (AUDTREC
003420*                168 -> 169).
003430* 05/15/2022 CD  Archive record 125 -> 156 (APPLREC now carries
003431*                the medical exam).
003432* 05/29/2022 CD  Archive rows are ARCHREC now, the APPLREC record
003433*                plus why and when it left the master.  A row the
003434*                RESTORE run has put back on the master holds no
003435*                seat from the archive; the master counts it.
003436* 06/26/2022 CD  A DEL or DUPMERGE archive row holds no seat
003437*                either.  Those rows carry the record as it stood,
003438*                class and all, so the seat they free was still
003439*                being counted from the archive.  Rows archived
003440*                before the reason was kept still count.
003441* 06/26/2022 CD  The seat queue is kept in the order applicants
003442*                were first sent to enrollment (the extract date),
003443*                not by decision date: every full VALIDATE sweep,
003444*                REEXAM, APPEAL and EXAM restamps the decision
003445*                date, which left the whole waitlist tied and
003446*                seated in applicant id order.  The extract date
003447*                is set once and survives a class resend; the
003448*                decision date is used only when none is set.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.                 PROG000K.
003800 AUTHOR.                     CHARLES DANTAS.
003900 INSTALLATION.               RECRUITING SYSTEMS.
004000 DATE-WRITTEN.               04/03/2022.
004100 DATE-COMPILED.              04/03/2022.
004200******************************************************************
004300* Purpose:   Allocate training class seats to accepted
004400*            applicants, stamp the class on tonight's accepted
004500*            extract and print the class fill report.
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SPECIAL-NAMES.
005000     C01 IS NEW-PAGE.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLASSCHD"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS CLAS-FILE-STATUS.
005600
005700     SELECT APPLICANT-FILE ASSIGN TO "APPLFILE"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS APPL-ID
006100         FILE STATUS IS APPL-FILE-STATUS.
006200
006300     SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS ARCH-FILE-STATUS.
006600
006700     SELECT ACCEPTED-EXTRACT-FILE ASSIGN TO "ACCEXTR"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS AEXT-FILE-STATUS.
007000
007100     SELECT CLASS-REPORT ASSIGN TO "CLASRPT"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS CRPT-FILE-STATUS.
007400
007500     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS AUD-FILE-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CLASS-SCHEDULE-FILE
008200     RECORDING MODE IS F.
008300     COPY CLASREC.
008400
008500 FD  APPLICANT-FILE
008600     RECORDING MODE IS F.
008700     COPY APPLREC.
008800
008900*    Archived applicants ride in APPLREC layout inside the
009000*    ARCHREC row.  Each archive row is read INTO the master
009100*    record area, the same as the office scorecard does.
009300 FD  ARCHIVE-FILE
009400     RECORDING MODE IS F.
009500     COPY ARCHREC.
009600
009700 FD  ACCEPTED-EXTRACT-FILE
009800     RECORDING MODE IS F.
009900     COPY EXTRREC.
010000
010100 FD  CLASS-REPORT
010200     RECORDING MODE IS F.
010300 01  CLASS-REPORT-RECORD            PIC X(80).
010400
010500 FD  AUDIT-TRAIL-FILE
010600     RECORDING MODE IS F.
010700     COPY AUDTREC.
010800
010900 WORKING-STORAGE SECTION.
011000    77 CLASS-ROWS-READ-COUNT   PIC 9(07) VALUE ZERO.
011100    77 CLASS-ROWS-BAD-COUNT    PIC 9(07) VALUE ZERO.
011200    77 MASTER-READ-COUNT       PIC 9(07) VALUE ZERO.
011300    77 ARCHIVE-READ-COUNT      PIC 9(07) VALUE ZERO.
011400    77 SEATS-HELD-COUNT        PIC 9(07) VALUE ZERO.
011500    77 SEATS-ARCHIVED-COUNT    PIC 9(07) VALUE ZERO.
011600    77 SEATS-UNSCHED-COUNT     PIC 9(07) VALUE ZERO.
011700    77 SEATS-RELEASED-COUNT    PIC 9(07) VALUE ZERO.
011800    77 SEATS-ASSIGNED-COUNT    PIC 9(07) VALUE ZERO.
011900    77 WAITLIST-COUNT          PIC 9(07) VALUE ZERO.
012000    77 CAND-OVERFLOW-COUNT     PIC 9(07) VALUE ZERO.
012100    77 EXTRACT-READ-COUNT      PIC 9(07) VALUE ZERO.
012200    77 EXTRACT-STAMPED-COUNT   PIC 9(07) VALUE ZERO.
012300    77 SEATS-CAPACITY-TOTAL    PIC 9(07) VALUE ZERO.
012400    77 SEATS-ALLOTTED-TOTAL    PIC 9(07) VALUE ZERO.
012500    77 SEATS-OPEN-TOTAL        PIC 9(07) VALUE ZERO.
012600
012700*    The class schedule, one entry per class row read.  Allotted
012800*    is every seat held tonight, counted up from the master and
012900*    the archive and then raised by each assignment.
013000    77 CLASS-TABLE-MAX         PIC 9(03) VALUE 100.
013100    77 CLASS-LOADED-COUNT      PIC 9(03) VALUE ZERO.
013200    77 CT-SUB                  PIC 9(03) VALUE ZERO.
013300    77 CT-BEST                 PIC 9(03) VALUE ZERO.
013400    01 CLASS-TABLE.
013500         05 CLASS-ENTRY OCCURS 100 TIMES.
013600            10 CT-CLASS-ID       PIC X(06).
013700            10 CT-START-DATE     PIC 9(08).
013800            10 CT-CAPACITY       PIC 9(04).
013900            10 CT-ALLOTTED       PIC 9(05).
014000            10 CT-ASSIGNED       PIC 9(05).
014100            10 CT-RELEASED       PIC 9(05).
014200
014300*    Accepted applicants with no seat, kept in queue-date
014400*    order as the master pass finds them; applicants queued
014500*    the same day stay in applicant id order.
014600    77 CAND-TABLE-MAX          PIC 9(04) VALUE 5000.
014700    77 CAND-LOADED-COUNT       PIC 9(04) VALUE ZERO.
014800    77 CD-SUB                  PIC 9(04) VALUE ZERO.
014900    77 CD-PRIOR                PIC 9(04) VALUE ZERO.
015000    01 CAND-TABLE.
015100         05 CAND-ENTRY OCCURS 5000 TIMES.
015200            10 CD-APPL-ID        PIC X(08).
015300            10 CD-QUEUE-DATE     PIC 9(08).
015400            10 CD-OFFICE-CODE    PIC X(04).
015500            10 CD-SEATED-SW      PIC X(01).
015600               88 CD-SEATED               VALUE "Y".
015700    01 CAND-NEW-ENTRY.
015800         05 CDN-APPL-ID          PIC X(08).
015900         05 CDN-QUEUE-DATE       PIC 9(08).
016000         05 CDN-OFFICE-CODE      PIC X(04).
016100         05 CDN-SEATED-SW        PIC X(01).
016200
016300    01 CLAS-FILE-STATUS        PIC X(02).
016400        88 CLAS-FILE-OK                 VALUE "00".
016500        88 CLAS-FILE-EOF                VALUE "10".
016600
016700    01 APPL-FILE-STATUS        PIC X(02).
016800        88 APPL-FILE-OK                 VALUE "00".
016900        88 APPL-FILE-EOF                VALUE "10".
017000
017100    01 ARCH-FILE-STATUS        PIC X(02).
017200        88 ARCH-FILE-OK                 VALUE "00".
017300        88 ARCH-FILE-EOF                VALUE "10".
017400
017500    01 AEXT-FILE-STATUS        PIC X(02).
017600        88 AEXT-FILE-OK                 VALUE "00".
017700        88 AEXT-FILE-EOF                VALUE "10".
017800
017900    01 CRPT-FILE-STATUS        PIC X(02).
018000        88 CRPT-FILE-OK                 VALUE "00".
018100
018200    01 AUD-FILE-STATUS         PIC X(02).
018300        88 AUD-FILE-OK                  VALUE "00".
018400
018500    01 WS-SWITCHES.
018600         05 WS-EOF-SWITCH        PIC X(01) VALUE "N".
018700            88 WS-END-OF-FILE              VALUE "Y".
018800         05 WS-OPEN-SWITCH       PIC X(01) VALUE "Y".
018900            88 WS-FILES-OPEN               VALUE "Y".
019000            88 WS-OPEN-FAILED              VALUE "N".
019100         05 WS-SHIFT-SWITCH      PIC X(01) VALUE "N".
019200            88 WS-SHIFT-DONE               VALUE "Y".
019300         05 WS-FOUND-SWITCH      PIC X(01) VALUE "N".
019400            88 WS-CLASS-FOUND              VALUE "Y".
019500
019600    01 WS-RUN-DATE.
019700         05 WS-RUN-YY            PIC 9(02).
019800         05 WS-RUN-MM            PIC 9(02).
019900         05 WS-RUN-DD            PIC 9(02).
020000    01 WS-RUN-TIME             PIC 9(08).
020100    01 WS-RUNF-DATE.
020200         05 WS-RUNF-CCYY         PIC 9(04).
020300         05 WS-RUNF-MM           PIC 9(02).
020400         05 WS-RUNF-DD           PIC 9(02).
020500    01 WS-RUNF-DATE-N REDEFINES WS-RUNF-DATE
020600                               PIC 9(08).
020700
020800*    The master's decision date is YYMMDD; when it stands in
020850*    for a missing extract date it is windowed to CCYYMMDD the
020900*    same way as the run date so the order holds across the
021000*    century.
021100    01 WS-DEC-DATE.
021200         05 WS-DEC-YY            PIC 9(02).
021300         05 WS-DEC-MM            PIC 9(02).
021400         05 WS-DEC-DD            PIC 9(02).
021500    01 WS-DEC-DATE-N REDEFINES WS-DEC-DATE
021600                               PIC 9(06).
021700    01 WS-DECF-DATE.
021800         05 WS-DECF-CCYY         PIC 9(04).
021900         05 WS-DECF-MMDD         PIC 9(04).
022000    01 WS-DECF-DATE-N REDEFINES WS-DECF-DATE
022100                               PIC 9(08).
022200
022300    01 WS-SEARCH-CLASS-ID      PIC X(06).
022400    01 WS-RELEASE-REASON       PIC X(24).
022500
022600    01 CRPT-HEADING-LINE.
022700         05 FILLER               PIC X(38) VALUE
022800            "TRAINING CLASS SEAT ALLOCATION - RUN ".
022900         05 CHDG-RUN-DATE        PIC 9(08).
023000         05 FILLER               PIC X(34) VALUE SPACES.
023100
023200    01 CRPT-SECTION-LINE.
023300         05 CSEC-TITLE           PIC X(50).
023400         05 FILLER               PIC X(30) VALUE SPACES.
023500
023600    01 ACTIVITY-COLUMN-LINE.
023700         05 FILLER               PIC X(09) VALUE "APPL ID".
023800         05 FILLER               PIC X(10) VALUE "ACTION".
023900         05 FILLER               PIC X(07) VALUE "CLASS".
024000         05 FILLER               PIC X(09) VALUE "STARTS".
024100         05 FILLER               PIC X(45) VALUE "REASON".
024200
024300    01 ACTIVITY-DETAIL-LINE.
024400         05 ADTL-APPL-ID         PIC X(08).
024500         05 FILLER               PIC X(01) VALUE SPACES.
024600         05 ADTL-ACTION          PIC X(09).
024700         05 FILLER               PIC X(01) VALUE SPACES.
024800         05 ADTL-CLASS-ID        PIC X(06).
024900         05 FILLER               PIC X(01) VALUE SPACES.
025000         05 ADTL-START-DATE      PIC 9(08).
025100         05 FILLER               PIC X(01) VALUE SPACES.
025200         05 ADTL-REASON          PIC X(24).
025300         05 FILLER               PIC X(21) VALUE SPACES.
025400
025500    01 FILL-COLUMN-LINE.
025600         05 FILLER               PIC X(07) VALUE "CLASS".
025700         05 FILLER               PIC X(09) VALUE "STARTS".
025800         05 FILLER               PIC X(07) VALUE " SEATS".
025900         05 FILLER               PIC X(08) VALUE "ALLOTTED".
026000         05 FILLER               PIC X(07) VALUE "   OPEN".
026100         05 FILLER               PIC X(07) VALUE "   NEW".
026200         05 FILLER               PIC X(07) VALUE " FREED".
026300         05 FILLER               PIC X(28) VALUE SPACES.
026400
026500    01 FILL-DETAIL-LINE.
026600         05 FDTL-CLASS-ID        PIC X(06).
026700         05 FILLER               PIC X(01) VALUE SPACES.
026800         05 FDTL-START-DATE      PIC 9(08).
026900         05 FILLER               PIC X(01) VALUE SPACES.
027000         05 FDTL-CAPACITY        PIC ZZZZZ9.
027100         05 FILLER               PIC X(01) VALUE SPACES.
027200         05 FDTL-ALLOTTED        PIC ZZZZZZ9.
027300         05 FILLER               PIC X(01) VALUE SPACES.
027400         05 FDTL-OPEN            PIC ZZZZZ9.
027500         05 FILLER               PIC X(01) VALUE SPACES.
027600         05 FDTL-ASSIGNED        PIC ZZZZZ9.
027700         05 FILLER               PIC X(01) VALUE SPACES.
027800         05 FDTL-RELEASED        PIC ZZZZZ9.
027900         05 FILLER               PIC X(01) VALUE SPACES.
028000         05 FDTL-FLAG            PIC X(14).
028100         05 FILLER               PIC X(14) VALUE SPACES.
028200
028300    01 WAIT-COLUMN-LINE.
028400         05 FILLER               PIC X(09) VALUE "APPL ID".
028500         05 FILLER               PIC X(09) VALUE "QUEUED".
028600         05 FILLER               PIC X(62) VALUE "OFFICE".
028700
028800    01 WAIT-DETAIL-LINE.
028900         05 WDTL-APPL-ID         PIC X(08).
029000         05 FILLER               PIC X(01) VALUE SPACES.
029100         05 WDTL-QUEUE-DATE      PIC 9(08).
029200         05 FILLER               PIC X(01) VALUE SPACES.
029300         05 WDTL-OFFICE-CODE     PIC X(04).
029400         05 FILLER               PIC X(58) VALUE SPACES.
029500
029600    01 CRPT-TOTAL-LINE.
029700         05 CTOT-LABEL           PIC X(34).
029800         05 CTOT-VALUE           PIC 9(07).
029900         05 FILLER               PIC X(39) VALUE SPACES.
030000
030100 PROCEDURE DIVISION.
030200
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030500     IF WS-FILES-OPEN
030600         PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
030700         PERFORM 3000-COUNT-ARCHIVED-SEATS THRU 3000-EXIT
030800         PERFORM 4000-ASSIGN-SEATS THRU 4000-EXIT
030900         PERFORM 5000-STAMP-EXTRACT THRU 5000-EXIT
031000         PERFORM 6000-PRINT-CLASS-FILL THRU 6000-EXIT
031100         PERFORM 7000-PRINT-WAITLIST THRU 7000-EXIT
031200     END-IF.
031300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031400     STOP RUN.
031500
031600******************************************************************
031700* 1000-INITIALIZE - Window the run date, open every file and
031800*     load the class schedule.  Nothing is touched unless all
031900*     of the files open: a half-run allocation would leave the
032000*     extract and the master disagreeing about the class.
032100******************************************************************
032200 1000-INITIALIZE.
032300     ACCEPT WS-RUN-DATE FROM DATE.
032400     ACCEPT WS-RUN-TIME FROM TIME.
032500     IF WS-RUN-YY > 70
032600         COMPUTE WS-RUNF-CCYY = 1900 + WS-RUN-YY
032700     ELSE
032800         COMPUTE WS-RUNF-CCYY = 2000 + WS-RUN-YY
032900     END-IF.
033000     MOVE WS-RUN-MM TO WS-RUNF-MM.
033100     MOVE WS-RUN-DD TO WS-RUNF-DD.
033200     OPEN OUTPUT CLASS-REPORT.
033300     IF NOT CRPT-FILE-OK
033400         DISPLAY "PROG000K - UNABLE TO OPEN CLASS-REPORT, "
033500                 "STATUS = " CRPT-FILE-STATUS
033600     END-IF.
033700     MOVE WS-RUNF-DATE-N TO CHDG-RUN-DATE.
033800     MOVE CRPT-HEADING-LINE TO CLASS-REPORT-RECORD.
033900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
034000     OPEN INPUT CLASS-SCHEDULE-FILE.
034100     IF NOT CLAS-FILE-OK
034200         DISPLAY "PROG000K - UNABLE TO OPEN CLASS-SCHEDULE, "
034300                 "STATUS = " CLAS-FILE-STATUS
034400         MOVE "N" TO WS-OPEN-SWITCH
034500         GO TO 1000-EXIT
034600     END-IF.
034700     MOVE "N" TO WS-EOF-SWITCH.
034800     PERFORM 1100-LOAD-ONE-CLASS THRU 1100-EXIT
034900         UNTIL WS-END-OF-FILE.
035000     CLOSE CLASS-SCHEDULE-FILE.
035100     OPEN I-O APPLICANT-FILE.
035200     IF NOT APPL-FILE-OK
035300         DISPLAY "PROG000K - UNABLE TO OPEN APPLICANT-FILE, "
035400                 "STATUS = " APPL-FILE-STATUS
035500         MOVE "N" TO WS-OPEN-SWITCH
035600         GO TO 1000-EXIT
035700     END-IF.
035800     OPEN INPUT ARCHIVE-FILE.
035900     IF NOT ARCH-FILE-OK
036000         DISPLAY "PROG000K - UNABLE TO OPEN ARCHIVE-FILE, "
036100                 "STATUS = " ARCH-FILE-STATUS
036200         MOVE "N" TO WS-OPEN-SWITCH
036300         CLOSE APPLICANT-FILE
036400         GO TO 1000-EXIT
036500     END-IF.
036600     OPEN I-O ACCEPTED-EXTRACT-FILE.
036700     IF NOT AEXT-FILE-OK
036800         DISPLAY "PROG000K - UNABLE TO OPEN ACCEPTED-EXTRACT, "
036900                 "STATUS = " AEXT-FILE-STATUS
037000         MOVE "N" TO WS-OPEN-SWITCH
037100         CLOSE APPLICANT-FILE
037200         CLOSE ARCHIVE-FILE
037300         GO TO 1000-EXIT
037400     END-IF.
037500     MOVE "SEAT ACTIVITY" TO CSEC-TITLE.
037600     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT.
037700     MOVE ACTIVITY-COLUMN-LINE TO CLASS-REPORT-RECORD.
037800     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
037900 1000-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300* 1100-LOAD-ONE-CLASS - Table one schedule row.  A row with a
038400*     blank class id, a start date or seat count that is not
038500*     numeric, or a class id already tabled is skipped and
038600*     counted; so is any row past the table size.
038700******************************************************************
038800 1100-LOAD-ONE-CLASS.
038900     READ CLASS-SCHEDULE-FILE
039000         AT END
039100             MOVE "Y" TO WS-EOF-SWITCH
039200             GO TO 1100-EXIT
039300     END-READ.
039400     ADD 1 TO CLASS-ROWS-READ-COUNT.
039500     IF CLAS-CLASS-ID = SPACES
039600             OR CLAS-START-DATE NOT NUMERIC
039700             OR CLAS-CAPACITY NOT NUMERIC
039800         DISPLAY "PROG000K - CLASS ROW " CLASS-ROWS-READ-COUNT
039900                 " NOT USABLE, SKIPPED"
040000         ADD 1 TO CLASS-ROWS-BAD-COUNT
040100         GO TO 1100-EXIT
040200     END-IF.
040300     MOVE CLAS-CLASS-ID TO WS-SEARCH-CLASS-ID.
040400     PERFORM 8100-FIND-CLASS THRU 8100-EXIT.
040500     IF WS-CLASS-FOUND
040600         DISPLAY "PROG000K - CLASS " CLAS-CLASS-ID
040700                 " ON THE SCHEDULE TWICE, SECOND ROW SKIPPED"
040800         ADD 1 TO CLASS-ROWS-BAD-COUNT
040900         GO TO 1100-EXIT
041000     END-IF.
041100     IF CLASS-LOADED-COUNT NOT < CLASS-TABLE-MAX
041200         DISPLAY "PROG000K - CLASS TABLE FULL, CLASS "
041300                 CLAS-CLASS-ID " SKIPPED"
041400         ADD 1 TO CLASS-ROWS-BAD-COUNT
041500         GO TO 1100-EXIT
041600     END-IF.
041700     ADD 1 TO CLASS-LOADED-COUNT.
041800     MOVE CLASS-LOADED-COUNT TO CT-SUB.
041900     MOVE CLAS-CLASS-ID      TO CT-CLASS-ID(CT-SUB).
042000     MOVE CLAS-START-DATE    TO CT-START-DATE(CT-SUB).
042100     MOVE CLAS-CAPACITY      TO CT-CAPACITY(CT-SUB).
042200     MOVE ZERO               TO CT-ALLOTTED(CT-SUB).
042300     MOVE ZERO               TO CT-ASSIGNED(CT-SUB).
042400     MOVE ZERO               TO CT-RELEASED(CT-SUB).
042500 1100-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900* 2000-SCAN-MASTER - Walk the whole master once.  A holder who
043000*     is still accepted and not dropped counts against his
043100*     class; one rejected since, or dropped by enrollment, has
043200*     his seat released.  An accepted applicant with no class,
043300*     and no outcome back from enrollment yet, goes into the
043400*     candidate table for tonight's assignment.
043500******************************************************************
043600 2000-SCAN-MASTER.
043700     MOVE "N" TO WS-EOF-SWITCH.
043800     PERFORM 2100-SCAN-ONE-APPLICANT THRU 2100-EXIT
043900         UNTIL WS-END-OF-FILE.
044000 2000-EXIT.
044100     EXIT.
044200
044300 2100-SCAN-ONE-APPLICANT.
044400     READ APPLICANT-FILE NEXT RECORD
044500         AT END
044600             MOVE "Y" TO WS-EOF-SWITCH
044700             GO TO 2100-EXIT
044800     END-READ.
044900     ADD 1 TO MASTER-READ-COUNT.
045000     IF APPL-NO-CLASS
045100         IF APPL-DEC-ACCEPTED AND APPL-ENR-NOT-REPORTED
045200             PERFORM 2400-ADD-CANDIDATE THRU 2400-EXIT
045300         END-IF
045400         GO TO 2100-EXIT
045500     END-IF.
045600     IF APPL-DEC-ACCEPTED AND NOT APPL-ENR-DROPPED
045700         PERFORM 2200-COUNT-HELD-SEAT THRU 2200-EXIT
045800     ELSE
045900         PERFORM 2300-RELEASE-SEAT THRU 2300-EXIT
046000     END-IF.
046100 2100-EXIT.
046200     EXIT.
046300
046400 2200-COUNT-HELD-SEAT.
046500     ADD 1 TO SEATS-HELD-COUNT.
046600     MOVE APPL-CLASS-ID TO WS-SEARCH-CLASS-ID.
046700     PERFORM 8100-FIND-CLASS THRU 8100-EXIT.
046800     IF WS-CLASS-FOUND
046900         ADD 1 TO CT-ALLOTTED(CT-SUB)
047000     ELSE
047100         ADD 1 TO SEATS-UNSCHED-COUNT
047200     END-IF.
047300 2200-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700* 2300-RELEASE-SEAT - The holder no longer needs his seat: he
047800*     was rejected after he was seated (enrollment has had the
047900*     R removal), or enrollment dropped him.  Clear the class
048000*     on the master and list the release.
048100******************************************************************
048200 2300-RELEASE-SEAT.
048300     IF APPL-ENR-DROPPED
048400         MOVE "DROPPED BY ENROLLMENT" TO WS-RELEASE-REASON
048500     ELSE IF APPL-DEC-REJECTED
048600         MOVE "REJECTED"              TO WS-RELEASE-REASON
048700     ELSE
048800         MOVE "NO LONGER ACCEPTED"    TO WS-RELEASE-REASON
048900     END-IF.
049000     MOVE APPL-CLASS-ID TO WS-SEARCH-CLASS-ID.
049100     MOVE SPACES        TO APPL-CLASS-ID.
049200     REWRITE APPLICANT-RECORD
049300         INVALID KEY
049400             DISPLAY "PROG000K - UNABLE TO RELEASE SEAT OF "
049500                     APPL-ID ", STATUS = " APPL-FILE-STATUS
049600             GO TO 2300-EXIT
049700     END-REWRITE.
049800     ADD 1 TO SEATS-RELEASED-COUNT.
049900     MOVE APPL-ID           TO ADTL-APPL-ID.
050000     MOVE "RELEASED"        TO ADTL-ACTION.
050100     MOVE WS-SEARCH-CLASS-ID TO ADTL-CLASS-ID.
050200     MOVE ZERO              TO ADTL-START-DATE.
050300     MOVE WS-RELEASE-REASON TO ADTL-REASON.
050400     PERFORM 8100-FIND-CLASS THRU 8100-EXIT.
050500     IF WS-CLASS-FOUND
050600         ADD 1 TO CT-RELEASED(CT-SUB)
050700         MOVE CT-START-DATE(CT-SUB) TO ADTL-START-DATE
050800     END-IF.
050900     MOVE ACTIVITY-DETAIL-LINE TO CLASS-REPORT-RECORD.
051000     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
051100 2300-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500* 2400-ADD-CANDIDATE - Slot the applicant into the candidate
051600*     table by queue date, after every candidate queued the
051700*     same day or earlier.  The queue date is the night he was
051710*     first sent to enrollment (APPL-EXTRACT-DATE, kept through
051720*     a class resend); the decision date is restamped by every
051730*     re-screen, so it stands in only when he has never been
051740*     sent.  The master is read in id order, so same-day
051800*     candidates stay in id order.  Past the table size the
051900*     applicant is counted and waits for tomorrow night.
052000******************************************************************
052100 2400-ADD-CANDIDATE.
052200     IF CAND-LOADED-COUNT NOT < CAND-TABLE-MAX
052300         ADD 1 TO CAND-OVERFLOW-COUNT
052400         GO TO 2400-EXIT
052500     END-IF.
052600     IF APPL-EXTRACT-DATE NUMERIC
052610             AND APPL-EXTRACT-DATE NOT = ZERO
052620         MOVE APPL-EXTRACT-DATE TO WS-DECF-DATE-N
052630     ELSE
052640         MOVE APPL-DECISION-DATE TO WS-DEC-DATE-N
052700         IF WS-DEC-YY > 70
052800             COMPUTE WS-DECF-CCYY = 1900 + WS-DEC-YY
052900         ELSE
053000             COMPUTE WS-DECF-CCYY = 2000 + WS-DEC-YY
053100         END-IF
053200         COMPUTE WS-DECF-MMDD = WS-DEC-MM * 100 + WS-DEC-DD
053210     END-IF.
053300     MOVE APPL-ID          TO CDN-APPL-ID.
053400     MOVE WS-DECF-DATE-N   TO CDN-QUEUE-DATE.
053500     MOVE APPL-OFFICE-CODE TO CDN-OFFICE-CODE.
053600     MOVE "N"              TO CDN-SEATED-SW.
053700     ADD 1 TO CAND-LOADED-COUNT.
053800     MOVE CAND-LOADED-COUNT TO CD-SUB.
053900     MOVE "N" TO WS-SHIFT-SWITCH.
054000     PERFORM 2410-SHIFT-CANDIDATE THRU 2410-EXIT
054100         UNTIL WS-SHIFT-DONE.
054200     MOVE CAND-NEW-ENTRY TO CAND-ENTRY(CD-SUB).
054300 2400-EXIT.
054400     EXIT.
054500
054600*    Move the entry ahead of the open slot down one while it was
054700*    queued later than the new candidate.
054800 2410-SHIFT-CANDIDATE.
054900     IF CD-SUB = 1
055000         MOVE "Y" TO WS-SHIFT-SWITCH
055100         GO TO 2410-EXIT
055200     END-IF.
055300     COMPUTE CD-PRIOR = CD-SUB - 1.
055400     IF CD-QUEUE-DATE(CD-PRIOR) NOT > CDN-QUEUE-DATE
055500         MOVE "Y" TO WS-SHIFT-SWITCH
055600         GO TO 2410-EXIT
055700     END-IF.
055800     MOVE CAND-ENTRY(CD-PRIOR) TO CAND-ENTRY(CD-SUB).
055900     MOVE CD-PRIOR TO CD-SUB.
056000 2410-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400* 3000-COUNT-ARCHIVED-SEATS - An enrolled applicant the ARCHIVE
056500*     run has moved off the master still sits in his class, so
056600*     his seat is counted from the archive.  Nothing else on the
056700*     archive holds a seat - not a row a DEL or a DUPMERGE
056710*     put there, nor one RESTORE has put back on the master.
056800******************************************************************
056900 3000-COUNT-ARCHIVED-SEATS.
057000     MOVE "N" TO WS-EOF-SWITCH.
057100     PERFORM 3100-COUNT-ONE-ARCHIVED THRU 3100-EXIT
057200         UNTIL WS-END-OF-FILE.
057300 3000-EXIT.
057400     EXIT.
057500
057600 3100-COUNT-ONE-ARCHIVED.
057700     READ ARCHIVE-FILE INTO APPLICANT-RECORD
057800         AT END
057900             MOVE "Y" TO WS-EOF-SWITCH
058000             GO TO 3100-EXIT
058100     END-READ.
058200     ADD 1 TO ARCHIVE-READ-COUNT.
058300     IF APPL-NO-CLASS OR NOT APPL-ENR-ENROLLED OR ARCH-RESTORED
058310             OR ARCH-DELETED OR ARCH-DUP-RETIRED
058400         GO TO 3100-EXIT
058500     END-IF.
058600     MOVE APPL-CLASS-ID TO WS-SEARCH-CLASS-ID.
058700     PERFORM 8100-FIND-CLASS THRU 8100-EXIT.
058800     IF WS-CLASS-FOUND
058900         ADD 1 TO CT-ALLOTTED(CT-SUB)
059000         ADD 1 TO SEATS-ARCHIVED-COUNT
059100     END-IF.
059200 3100-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600* 4000-ASSIGN-SEATS - Seat the candidates in queue-date order
059700*     (first sent to enrollment, first seated), each in the
059800*     earliest class not yet started with a seat open.  A
059900*     candidate no class can take is waitlisted and tried
059950*     again tomorrow night.
060000******************************************************************
060100 4000-ASSIGN-SEATS.
060200     PERFORM 4100-ASSIGN-ONE-SEAT THRU 4100-EXIT
060300         VARYING CD-SUB FROM 1 BY 1
060400         UNTIL CD-SUB > CAND-LOADED-COUNT.
060500 4000-EXIT.
060600     EXIT.
060700
060800 4100-ASSIGN-ONE-SEAT.
060900     MOVE ZERO TO CT-BEST.
061000     PERFORM 4200-COMPARE-CLASS THRU 4200-EXIT
061100         VARYING CT-SUB FROM 1 BY 1
061200         UNTIL CT-SUB > CLASS-LOADED-COUNT.
061300     IF CT-BEST = ZERO
061400         ADD 1 TO WAITLIST-COUNT
061500         GO TO 4100-EXIT
061600     END-IF.
061700     MOVE CD-APPL-ID(CD-SUB) TO APPL-ID.
061800     READ APPLICANT-FILE
061900         INVALID KEY
062000             DISPLAY "PROG000K - APPLICANT " APPL-ID
062100                     " NOT ON MASTER AT ASSIGNMENT"
062200             GO TO 4100-EXIT
062300     END-READ.
062400     MOVE CT-CLASS-ID(CT-BEST) TO APPL-CLASS-ID.
062500*    Already on an extract without a class: the next VALIDATE
062600*    sends him again carrying it, unless tonight's extract
062700*    holds him and is stamped below.
062800     IF APPL-EXTR-SENT
062900         MOVE "C" TO APPL-EXTRACT-STATUS
063000     END-IF.
063100     REWRITE APPLICANT-RECORD
063200         INVALID KEY
063300             DISPLAY "PROG000K - UNABLE TO SEAT APPLICANT "
063400                     APPL-ID ", STATUS = " APPL-FILE-STATUS
063500             GO TO 4100-EXIT
063600     END-REWRITE.
063700     MOVE "Y" TO CD-SEATED-SW(CD-SUB).
063800     ADD 1 TO CT-ALLOTTED(CT-BEST).
063900     ADD 1 TO CT-ASSIGNED(CT-BEST).
064000     ADD 1 TO SEATS-ASSIGNED-COUNT.
064100     MOVE APPL-ID               TO ADTL-APPL-ID.
064200     MOVE "ASSIGNED"            TO ADTL-ACTION.
064300     MOVE CT-CLASS-ID(CT-BEST)  TO ADTL-CLASS-ID.
064400     MOVE CT-START-DATE(CT-BEST) TO ADTL-START-DATE.
064500     MOVE SPACES                TO ADTL-REASON.
064600     MOVE ACTIVITY-DETAIL-LINE TO CLASS-REPORT-RECORD.
064700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
064800 4100-EXIT.
064900     EXIT.
065000
065100*    Is the class at CT-SUB open and earlier than the best so
065200*    far?  Equal start dates keep the class earlier on the
065300*    schedule.
065400 4200-COMPARE-CLASS.
065500     IF CT-START-DATE(CT-SUB) NOT > WS-RUNF-DATE-N
065600             OR CT-ALLOTTED(CT-SUB) NOT < CT-CAPACITY(CT-SUB)
065700         GO TO 4200-EXIT
065800     END-IF.
065900     IF CT-BEST = ZERO
066000         MOVE CT-SUB TO CT-BEST
066100     ELSE IF CT-START-DATE(CT-SUB) < CT-START-DATE(CT-BEST)
066200         MOVE CT-SUB TO CT-BEST
066300     END-IF.
066400 4200-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800* 5000-STAMP-EXTRACT - Tonight's accepted extract was cut before
066900*     the seats were handed out, so every D record on it gets
067000*     the class now on the master.  An applicant seated tonight
067100*     and carried on it needs no second send: his extract
067200*     status goes back to plain sent.
067300******************************************************************
067400 5000-STAMP-EXTRACT.
067500     MOVE "N" TO WS-EOF-SWITCH.
067600     PERFORM 5100-STAMP-ONE-DETAIL THRU 5100-EXIT
067700         UNTIL WS-END-OF-FILE.
067800 5000-EXIT.
067900     EXIT.
068000
068100 5100-STAMP-ONE-DETAIL.
068200     READ ACCEPTED-EXTRACT-FILE
068300         AT END
068400             MOVE "Y" TO WS-EOF-SWITCH
068500             GO TO 5100-EXIT
068600     END-READ.
068700     IF NOT AEXT-DETAIL-REC
068800         GO TO 5100-EXIT
068900     END-IF.
069000     ADD 1 TO EXTRACT-READ-COUNT.
069100     MOVE AEXT-APPL-ID TO APPL-ID.
069200     READ APPLICANT-FILE
069300         INVALID KEY
069400             GO TO 5100-EXIT
069500     END-READ.
069600     IF AEXT-CLASS-ID NOT = APPL-CLASS-ID
069700         MOVE APPL-CLASS-ID TO AEXT-CLASS-ID
069800         REWRITE ACCEPTED-EXTRACT-RECORD
069900         IF NOT AEXT-FILE-OK
070000             DISPLAY "PROG000K - UNABLE TO REWRITE ACCEPTED-"
070100                     "EXTRACT, STATUS = " AEXT-FILE-STATUS
070200             GO TO 5100-EXIT
070300         END-IF
070400         ADD 1 TO EXTRACT-STAMPED-COUNT
070500     END-IF.
070600     IF APPL-EXTR-CLASS-RESEND
070700         MOVE "S" TO APPL-EXTRACT-STATUS
070800         REWRITE APPLICANT-RECORD
070900             INVALID KEY
071000                 DISPLAY "PROG000K - UNABLE TO MARK APPLICANT "
071100                         APPL-ID " AS EXTRACTED"
071200         END-REWRITE
071300     END-IF.
071400 5100-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 6000-PRINT-CLASS-FILL - One line per class on the schedule:
071900*     seats, seats allotted, seats still open, and tonight's
072000*     assignments and releases.  A class already started is
072100*     flagged - it takes no one new whatever its open count.
072200******************************************************************
072300 6000-PRINT-CLASS-FILL.
072400     MOVE "CLASS FILL" TO CSEC-TITLE.
072500     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT.
072600     MOVE FILL-COLUMN-LINE TO CLASS-REPORT-RECORD.
072700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
072800     PERFORM 6100-PRINT-ONE-CLASS THRU 6100-EXIT
072900         VARYING CT-SUB FROM 1 BY 1
073000         UNTIL CT-SUB > CLASS-LOADED-COUNT.
073100 6000-EXIT.
073200     EXIT.
073300
073400 6100-PRINT-ONE-CLASS.
073500     MOVE CT-CLASS-ID(CT-SUB)   TO FDTL-CLASS-ID.
073600     MOVE CT-START-DATE(CT-SUB) TO FDTL-START-DATE.
073700     MOVE CT-CAPACITY(CT-SUB)   TO FDTL-CAPACITY.
073800     MOVE CT-ALLOTTED(CT-SUB)   TO FDTL-ALLOTTED.
073900     MOVE CT-ASSIGNED(CT-SUB)   TO FDTL-ASSIGNED.
074000     MOVE CT-RELEASED(CT-SUB)   TO FDTL-RELEASED.
074100     ADD CT-CAPACITY(CT-SUB) TO SEATS-CAPACITY-TOTAL.
074200     ADD CT-ALLOTTED(CT-SUB) TO SEATS-ALLOTTED-TOTAL.
074300     IF CT-ALLOTTED(CT-SUB) < CT-CAPACITY(CT-SUB)
074400         COMPUTE FDTL-OPEN = CT-CAPACITY(CT-SUB)
074500             - CT-ALLOTTED(CT-SUB)
074600         COMPUTE SEATS-OPEN-TOTAL = SEATS-OPEN-TOTAL
074700             + CT-CAPACITY(CT-SUB) - CT-ALLOTTED(CT-SUB)
074800     ELSE
074900         MOVE ZERO TO FDTL-OPEN
075000     END-IF.
075100     IF CT-START-DATE(CT-SUB) NOT > WS-RUNF-DATE-N
075200         MOVE "STARTED" TO FDTL-FLAG
075300     ELSE IF CT-ALLOTTED(CT-SUB) > CT-CAPACITY(CT-SUB)
075400         MOVE "*OVERBOOKED*" TO FDTL-FLAG
075500     ELSE IF CT-ALLOTTED(CT-SUB) = CT-CAPACITY(CT-SUB)
075600         MOVE "FULL" TO FDTL-FLAG
075700     ELSE
075800         MOVE SPACES TO FDTL-FLAG
075900     END-IF.
076000     MOVE FILL-DETAIL-LINE TO CLASS-REPORT-RECORD.
076100     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
076200 6100-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600* 7000-PRINT-WAITLIST - Every candidate left without a seat, in
076700*     the order he will be seated when seats open up, with the
076710*     queue date that holds his place.
076800******************************************************************
076900 7000-PRINT-WAITLIST.
077000     MOVE "WAITLIST - ACCEPTED APPLICANTS WITH NO SEAT"
077100                       TO CSEC-TITLE.
077200     PERFORM 8800-WRITE-SECTION THRU 8800-EXIT.
077300     MOVE WAIT-COLUMN-LINE TO CLASS-REPORT-RECORD.
077400     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
077500     PERFORM 7100-PRINT-ONE-WAITING THRU 7100-EXIT
077600         VARYING CD-SUB FROM 1 BY 1
077700         UNTIL CD-SUB > CAND-LOADED-COUNT.
077800 7000-EXIT.
077900     EXIT.
078000
078100 7100-PRINT-ONE-WAITING.
078200     IF CD-SEATED(CD-SUB)
078300         GO TO 7100-EXIT
078400     END-IF.
078500     MOVE CD-APPL-ID(CD-SUB)     TO WDTL-APPL-ID.
078600     MOVE CD-QUEUE-DATE(CD-SUB)  TO WDTL-QUEUE-DATE.
078700     MOVE CD-OFFICE-CODE(CD-SUB) TO WDTL-OFFICE-CODE.
078800     MOVE WAIT-DETAIL-LINE TO CLASS-REPORT-RECORD.
078900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
079000 7100-EXIT.
079100     EXIT.
079200
079300******************************************************************
079400* 8100-FIND-CLASS - Look WS-SEARCH-CLASS-ID up in the class
079500*     table; when found, CT-SUB is left on its entry.
079600******************************************************************
079700 8100-FIND-CLASS.
079800     MOVE "N" TO WS-FOUND-SWITCH.
079900     PERFORM 8110-CHECK-ONE-CLASS THRU 8110-EXIT
080000         VARYING CT-SUB FROM 1 BY 1
080100         UNTIL CT-SUB > CLASS-LOADED-COUNT
080200            OR WS-CLASS-FOUND.
080300     IF WS-CLASS-FOUND
080400         SUBTRACT 1 FROM CT-SUB
080500     END-IF.
080600 8100-EXIT.
080700     EXIT.
080800
080900 8110-CHECK-ONE-CLASS.
081000     IF CT-CLASS-ID(CT-SUB) = WS-SEARCH-CLASS-ID
081100         MOVE "Y" TO WS-FOUND-SWITCH
081200     END-IF.
081300 8110-EXIT.
081400     EXIT.
081500
081600 8800-WRITE-SECTION.
081700     MOVE SPACES TO CLASS-REPORT-RECORD.
081800     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
081900     MOVE CRPT-SECTION-LINE TO CLASS-REPORT-RECORD.
082000     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
082100 8800-EXIT.
082200     EXIT.
082300
082400 8900-WRITE-REPORT-LINE.
082500     WRITE CLASS-REPORT-RECORD.
082600     IF NOT CRPT-FILE-OK
082700         DISPLAY "PROG000K - UNABLE TO WRITE CLASS-REPORT, "
082800                 "STATUS = " CRPT-FILE-STATUS
082900     END-IF.
083000 8900-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400* 9000-TERMINATE - Print the totals, close out, log the run on
083500*     the audit trail and set the return code: 16 when a file
083600*     would not open and nothing was allocated, 8 when anyone
083700*     is waitlisted or left out of a full candidate table, so
083800*     the morning operator sees that training command needs
083900*     more seats.
084000******************************************************************
084100 9000-TERMINATE.
084200     MOVE SPACES TO CLASS-REPORT-RECORD.
084300     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
084400     MOVE "CLASS ROWS READ"            TO CTOT-LABEL.
084500     MOVE CLASS-ROWS-READ-COUNT        TO CTOT-VALUE.
084600     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
084700     MOVE "CLASS ROWS SKIPPED"         TO CTOT-LABEL.
084800     MOVE CLASS-ROWS-BAD-COUNT         TO CTOT-VALUE.
084900     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
085000     MOVE "MASTER RECORDS READ"        TO CTOT-LABEL.
085100     MOVE MASTER-READ-COUNT            TO CTOT-VALUE.
085200     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
085300     MOVE "ARCHIVE RECORDS READ"       TO CTOT-LABEL.
085400     MOVE ARCHIVE-READ-COUNT           TO CTOT-VALUE.
085500     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
085600     MOVE "SEATS TOTAL, ALL CLASSES"   TO CTOT-LABEL.
085700     MOVE SEATS-CAPACITY-TOTAL         TO CTOT-VALUE.
085800     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
085900     MOVE "SEATS ALLOTTED"             TO CTOT-LABEL.
086000     MOVE SEATS-ALLOTTED-TOTAL         TO CTOT-VALUE.
086100     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
086200     MOVE "  HELD ON THE ARCHIVE"      TO CTOT-LABEL.
086300     MOVE SEATS-ARCHIVED-COUNT         TO CTOT-VALUE.
086400     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
086500     MOVE "SEATS OPEN"                 TO CTOT-LABEL.
086600     MOVE SEATS-OPEN-TOTAL             TO CTOT-VALUE.
086700     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
086800     MOVE "SEATS ASSIGNED TONIGHT"     TO CTOT-LABEL.
086900     MOVE SEATS-ASSIGNED-COUNT         TO CTOT-VALUE.
087000     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
087100     MOVE "SEATS RELEASED TONIGHT"     TO CTOT-LABEL.
087200     MOVE SEATS-RELEASED-COUNT         TO CTOT-VALUE.
087300     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
087400     MOVE "SEATS IN CLASSES OFF SCHEDULE" TO CTOT-LABEL.
087500     MOVE SEATS-UNSCHED-COUNT          TO CTOT-VALUE.
087600     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
087700     MOVE "APPLICANTS WAITLISTED"      TO CTOT-LABEL.
087800     MOVE WAITLIST-COUNT               TO CTOT-VALUE.
087900     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
088000     MOVE "NOT CONSIDERED - TABLE FULL" TO CTOT-LABEL.
088100     MOVE CAND-OVERFLOW-COUNT          TO CTOT-VALUE.
088200     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
088300     MOVE "EXTRACT DETAILS STAMPED"    TO CTOT-LABEL.
088400     MOVE EXTRACT-STAMPED-COUNT        TO CTOT-VALUE.
088500     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
088600     IF WS-FILES-OPEN
088700         CLOSE APPLICANT-FILE
088800         CLOSE ARCHIVE-FILE
088900         CLOSE ACCEPTED-EXTRACT-FILE
089000     END-IF.
089100     CLOSE CLASS-REPORT.
089200     PERFORM 9200-WRITE-AUDIT-TRAIL THRU 9200-EXIT.
089300     IF WS-OPEN-FAILED
089400         MOVE 16 TO RETURN-CODE
089500     ELSE IF WAITLIST-COUNT > ZERO OR CAND-OVERFLOW-COUNT > ZERO
089600         MOVE 8 TO RETURN-CODE
089700     END-IF.
089800 9000-EXIT.
089900     EXIT.
090000
090100 9100-WRITE-TOTAL.
090200     MOVE CRPT-TOTAL-LINE TO CLASS-REPORT-RECORD.
090300     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
090400 9100-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800* 9200-WRITE-AUDIT-TRAIL - Append the run's row to the shared
090900*     audit trail, run mode ALLOCATE.  Records read is the master
091000*     count, passed is seats assigned, rejected is applicants
091100*     waitlisted.
091200******************************************************************
091300 9200-WRITE-AUDIT-TRAIL.
091400     MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
091500     MOVE WS-RUN-TIME            TO AUD-RUN-TIME.
091600     MOVE "PROG000K"             TO AUD-JOB-ID.
091700     MOVE MASTER-READ-COUNT      TO AUD-RECORDS-READ.
091800     MOVE SEATS-ASSIGNED-COUNT   TO AUD-RECORDS-PASSED.
091900     MOVE WAITLIST-COUNT         TO AUD-RECORDS-REJECTED.
092000     IF WS-OPEN-FAILED
092100         MOVE "OPEN-ERR"         TO AUD-COMPLETION-STATUS
092200     ELSE
092300         MOVE "COMPLETE"         TO AUD-COMPLETION-STATUS
092400     END-IF.
092500     MOVE SPACES                 TO AUD-APPL-ID.
092600     MOVE ZERO                   TO AUD-OLD-AGE AUD-OLD-HEIGHT
092700                                    AUD-NEW-AGE AUD-NEW-HEIGHT.
092800     MOVE "ALLOCATE"             TO AUD-RUN-MODE.
092900     MOVE ZERO                   TO AUD-RECORDS-PENDING.
093000     MOVE ZERO                   TO AUD-CYCLE-NUMBER.
093010     MOVE SPACE                  TO AUD-PASS-TYPE.
093100     MOVE ZERO                   TO AUD-LIMITS-EFF-DATE
093200                                    AUD-MIN-AGE AUD-MAX-AGE
093300                                    AUD-MIN-HEIGHT AUD-MAX-HEIGHT
093400                                    AUD-MIN-WEIGHT AUD-MAX-WEIGHT.
093500     OPEN EXTEND AUDIT-TRAIL-FILE.
093600     IF NOT AUD-FILE-OK
093700         CLOSE AUDIT-TRAIL-FILE
093800         OPEN OUTPUT AUDIT-TRAIL-FILE
093900     END-IF.
094000     WRITE AUDIT-TRAIL-RECORD.
094100     CLOSE AUDIT-TRAIL-FILE.
094200 9200-EXIT.
094300     EXIT.
