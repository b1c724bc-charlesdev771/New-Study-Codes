000100******************************************************************
000200* Author: Charles Dantas
000300* Date: 06/26/2022
000400* Purpose: Pre-flight readiness check for the nightly PROG000X
000500*          stream.  The stream used to find its problems one step
000600*          at a time - a refused intake cycle at STEP005, a run
000700*          date no ELIGPARM row covers ending a step RC 16, a
000800*          checkpoint left cataloged by a failed night turning up
000900*          only when STEP010 tries to allocate a new one - and
001000*          each of those left the stream half-run in the small
001100*          hours.  This step runs first and looks at every input
001200*          the night will use, posting nothing: the intake feed's
001300*          cycle header against the cycle control file, the
001400*          eligibility limits for tonight and the next seven
001500*          nights, the waiver feed and the enrollment disposition
001600*          return, a checkpoint left behind, removals queued
001700*          before the last clean VALIDATE that never went out,
001800*          and whether last night's VALIDATE ended clean.  One
001900*          readiness report shows GO or HOLD for each item and
002000*          the step ends RC 8 on any HOLD, so the scheduler holds
002100*          the stream before the master is touched.
002200* Tectonics: cobc
002300******************************************************************
002400* Maintenance History
002500* ----------------------------------------------------------------
002600* 06/26/2022 CD  Initial version.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.                 PROG000Y.
003000 AUTHOR.                     CHARLES DANTAS.
003100 INSTALLATION.               RECRUITING SYSTEMS.
003200 DATE-WRITTEN.               06/26/2022.
003300 DATE-COMPILED.              06/26/2022.
003400******************************************************************
003500* Purpose:   Check every input of the nightly stream before it is
003600*            released and print the GO/HOLD readiness report.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     C01 IS NEW-PAGE.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT APPLICANT-TRAN-FILE ASSIGN TO "APPLTRAN"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS TRAN-FILE-STATUS.
004700
004800     SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CYCL-FILE-STATUS.
005100
005200     SELECT ELIGIBILITY-PARM-FILE ASSIGN TO "ELIGPARM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS PARM-FILE-STATUS.
005500
005600     SELECT WAIVER-FEED-FILE ASSIGN TO "WAIVFEED"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WAIV-FILE-STATUS.
005900
006000     SELECT DISPOSITION-RETURN-FILE ASSIGN TO "DISPRTN"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS DISP-FILE-STATUS.
006300
006400     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CKPT-FILE-STATUS.
006700
006800     SELECT REMOVAL-QUEUE-FILE ASSIGN TO "RMVQUEUE"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS RMV-FILE-STATUS.
007100
007200     SELECT READINESS-REPORT ASSIGN TO "PREFRPT"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS RRPT-FILE-STATUS.
007500
007600     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS AUD-FILE-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  APPLICANT-TRAN-FILE
008300     RECORDING MODE IS F.
008400     COPY TRANREC.
008500
008600 FD  CYCLE-CONTROL-FILE
008700     RECORDING MODE IS F.
008800     COPY CYCLREC.
008900
009000 FD  ELIGIBILITY-PARM-FILE
009100     RECORDING MODE IS F.
009200     COPY PARMREC.
009300
009400 FD  WAIVER-FEED-FILE
009500     RECORDING MODE IS F.
009600     COPY WAIVREC.
009700
009800 FD  DISPOSITION-RETURN-FILE
009900     RECORDING MODE IS F.
010000     COPY DISPREC.
010100
010200*    The stream's checkpoint is read from the copy the step ahead
010300*    of this one takes, so this step never holds the real one.
010400 FD  CHECKPOINT-FILE
010500     RECORDING MODE IS F.
010600     COPY CKPTREC.
010700
010800 FD  REMOVAL-QUEUE-FILE
010900     RECORDING MODE IS F.
011000     COPY REMVREC.
011100
011200 FD  READINESS-REPORT
011300     RECORDING MODE IS F.
011400 01  READINESS-REPORT-RECORD        PIC X(80).
011500
011600 FD  AUDIT-TRAIL-FILE
011700     RECORDING MODE IS F.
011800     COPY AUDTREC.
011900
012000 WORKING-STORAGE SECTION.
012100    77 ITEMS-CHECKED-COUNT     PIC 9(07) VALUE ZERO.
012200    77 ITEMS-GO-COUNT          PIC 9(07) VALUE ZERO.
012300    77 ITEMS-HOLD-COUNT        PIC 9(07) VALUE ZERO.
012400    77 TRAN-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
012500    77 PARM-ROWS-READ-COUNT    PIC 9(07) VALUE ZERO.
012600    77 WAIVER-ROWS-COUNT       PIC 9(07) VALUE ZERO.
012700    77 DISP-ROWS-COUNT         PIC 9(07) VALUE ZERO.
012800    77 CKPT-ROWS-COUNT         PIC 9(07) VALUE ZERO.
012900    77 RMV-ROWS-COUNT          PIC 9(07) VALUE ZERO.
013000    77 RMV-STALE-COUNT         PIC 9(07) VALUE ZERO.
013100    77 AUDIT-ROWS-READ         PIC 9(07) VALUE ZERO.
013200
013300*    Tonight plus this many nights must each have a limits row in
013400*    force, one entry per night in the table below.
013500    77 LIMITS-WINDOW-DAYS      PIC 9(02) VALUE 07.
013600    77 LW-COUNT                PIC 9(02) VALUE ZERO.
013700    77 LW-SUB                  PIC 9(02) VALUE ZERO.
013800    77 LW-UNCOVERED-COUNT      PIC 9(02) VALUE ZERO.
013900    01 LIMITS-WINDOW-TABLE.
014000         05 LIMITS-WINDOW-ENTRY OCCURS 8 TIMES.
014100            10 LW-DATE           PIC 9(08).
014200            10 LW-EFF-DATE       PIC 9(08).
014300
014400    01 TRAN-FILE-STATUS        PIC X(02).
014500        88 TRAN-FILE-OK                 VALUE "00".
014600
014700    01 CYCL-FILE-STATUS        PIC X(02).
014800        88 CYCL-FILE-OK                 VALUE "00".
014900
015000    01 PARM-FILE-STATUS        PIC X(02).
015100        88 PARM-FILE-OK                 VALUE "00".
015200
015300    01 WAIV-FILE-STATUS        PIC X(02).
015400        88 WAIV-FILE-OK                 VALUE "00".
015500
015600    01 DISP-FILE-STATUS        PIC X(02).
015700        88 DISP-FILE-OK                 VALUE "00".
015800
015900    01 CKPT-FILE-STATUS        PIC X(02).
016000        88 CKPT-FILE-OK                 VALUE "00".
016100
016200    01 RMV-FILE-STATUS         PIC X(02).
016300        88 RMV-FILE-OK                  VALUE "00".
016400
016500    01 RRPT-FILE-STATUS        PIC X(02).
016600        88 RRPT-FILE-OK                 VALUE "00".
016700
016800    01 AUD-FILE-STATUS         PIC X(02).
016900        88 AUD-FILE-OK                  VALUE "00".
017000
017100    01 WS-SWITCHES.
017200         05 WS-EOF-SWITCH        PIC X(01) VALUE "N".
017300            88 WS-END-OF-FILE              VALUE "Y".
017400         05 WS-ITEM-SWITCH       PIC X(01) VALUE "Y".
017500            88 WS-ITEM-GO                  VALUE "Y".
017600            88 WS-ITEM-HOLD                VALUE "N".
017700         05 WS-REPORT-SWITCH     PIC X(01) VALUE "Y".
017800            88 WS-REPORT-OPEN              VALUE "Y".
017900            88 WS-REPORT-FAILED            VALUE "N".
018000         05 WS-AUDIT-SWITCH      PIC X(01) VALUE "N".
018100            88 WS-AUDIT-READ               VALUE "Y".
018200         05 WS-LAST-VAL-SWITCH   PIC X(01) VALUE "N".
018300            88 WS-LAST-VAL-FOUND           VALUE "Y".
018400         05 WS-CLEAN-VAL-SWITCH  PIC X(01) VALUE "N".
018500            88 WS-CLEAN-VAL-FOUND          VALUE "Y".
018600         05 WS-CYCL-SWITCH       PIC X(01) VALUE "N".
018700            88 WS-CYCL-MISSING             VALUE "Y".
018800         05 WS-NEW-ROW-SWITCH    PIC X(01) VALUE "N".
018900            88 WS-NEW-ROW-IN-WINDOW        VALUE "Y".
019000
019100    01 WS-RUN-DATE.
019200         05 WS-RUN-YY            PIC 9(02).
019300         05 WS-RUN-MM            PIC 9(02).
019400         05 WS-RUN-DD            PIC 9(02).
019500    01 WS-RUN-TIME             PIC 9(08).
019600    01 WS-RUNF-DATE.
019700         05 WS-RUNF-CCYY         PIC 9(04).
019800         05 WS-RUNF-MM           PIC 9(02).
019900         05 WS-RUNF-DD           PIC 9(02).
020000    01 WS-RUNF-DATE-N REDEFINES WS-RUNF-DATE
020100                               PIC 9(08).
020200
020300*    Calendar workspace.  The audit trail and the removal queue
020400*    carry YYMMDD dates; they are windowed to CCYYMMDD (above 70
020500*    is 19xx) the same way as the run date before any compare.
020600    01 WS-SHORT-DATE.
020700         05 WS-SHORT-YY          PIC 9(02).
020800         05 WS-SHORT-MMDD        PIC 9(04).
020900    01 WS-SHORT-DATE-N REDEFINES WS-SHORT-DATE
021000                               PIC 9(06).
021100    01 WS-LONG-DATE.
021200         05 WS-LONG-CCYY         PIC 9(04).
021300         05 WS-LONG-MMDD         PIC 9(04).
021400    01 WS-LONG-DATE-N REDEFINES WS-LONG-DATE
021500                               PIC 9(08).
021600    01 WS-CAL-DATE.
021700         05 WS-CAL-CCYY          PIC 9(04).
021800         05 WS-CAL-MM            PIC 9(02).
021900         05 WS-CAL-DD            PIC 9(02).
022000    01 WS-CAL-DATE-N REDEFINES WS-CAL-DATE
022100                               PIC 9(08).
022200    01 WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
022300    01 WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
022400    01 WS-DAYS-THIS-MONTH      PIC 9(02) VALUE ZERO.
022500
022600    01 MONTH-DAYS-VALUES       PIC X(24)
022700                               VALUE "312831303130313130313031".
022800    01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
022900         05 MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
023000
023100    01 WS-FEED-CYCLE           PIC 9(06) VALUE ZERO.
023200    01 WS-LAST-CYCLE           PIC 9(06) VALUE ZERO.
023300    01 WS-EXPECTED-CYCLE       PIC 9(06) VALUE ZERO.
023400    01 WS-FEED-DATE            PIC 9(08) VALUE ZERO.
023500
023600    01 WS-CKPT-RUN-COUNT       PIC 9(07) VALUE ZERO.
023700    01 WS-CKPT-LAST-APPL-ID    PIC X(08) VALUE SPACES.
023800
023900    01 WS-LAST-VAL-DATE        PIC 9(08) VALUE ZERO.
024000    01 WS-LAST-VAL-TIME        PIC 9(08) VALUE ZERO.
024100    01 WS-LAST-VAL-STATUS      PIC X(08) VALUE SPACES.
024200    01 WS-CLEAN-VAL-DATE       PIC 9(08) VALUE ZERO.
024300
024400    01 RRPT-HEADING-LINE.
024500         05 FILLER               PIC X(42) VALUE
024600            "NIGHTLY STREAM PRE-FLIGHT READINESS - RUN ".
024700         05 RHDG-RUN-DATE        PIC 9(08).
024800         05 FILLER               PIC X(30) VALUE SPACES.
024900
025000    01 ITEM-COLUMN-LINE.
025100         05 FILLER               PIC X(27) VALUE "ITEM".
025200         05 FILLER               PIC X(07) VALUE "STATUS".
025300         05 FILLER               PIC X(46) VALUE "DETAIL".
025400
025500    01 ITEM-DETAIL-LINE.
025600         05 RITM-ITEM            PIC X(26).
025700         05 FILLER               PIC X(01) VALUE SPACES.
025800         05 RITM-STATUS          PIC X(04).
025900         05 FILLER               PIC X(03) VALUE SPACES.
026000         05 RITM-DETAIL          PIC X(46).
026100
026200    01 ITEM-FIGURE-LINE.
026300         05 FILLER               PIC X(34) VALUE SPACES.
026400         05 RFIG-LABEL           PIC X(30).
026500         05 RFIG-VALUE           PIC 9(08).
026600         05 FILLER               PIC X(08) VALUE SPACES.
026700
026800    01 ITEM-NOTE-LINE.
026900         05 FILLER               PIC X(34) VALUE SPACES.
027000         05 RNOT-TEXT            PIC X(46).
027100
027200    01 LIMITS-NIGHT-LINE.
027300         05 FILLER               PIC X(34) VALUE SPACES.
027400         05 RLIM-DATE            PIC 9(08).
027500         05 FILLER               PIC X(02) VALUE SPACES.
027600         05 RLIM-TEXT            PIC X(27).
027700         05 RLIM-EFF-DATE        PIC 9(08).
027800         05 FILLER               PIC X(01) VALUE SPACES.
027900
028000    01 RRPT-TOTAL-LINE.
028100         05 RTOT-LABEL           PIC X(34).
028200         05 RTOT-VALUE           PIC 9(07).
028300         05 FILLER               PIC X(39) VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028900     PERFORM 2000-CHECK-FEED-CYCLE THRU 2000-EXIT.
029000     PERFORM 3000-CHECK-LIMITS-COVERAGE THRU 3000-EXIT.
029100     PERFORM 4000-CHECK-WAIVER-FEED THRU 4000-EXIT.
029200     PERFORM 4500-CHECK-DISPOSITION-RETURN THRU 4500-EXIT.
029300     PERFORM 5000-CHECK-CHECKPOINT THRU 5000-EXIT.
029400     PERFORM 6000-CHECK-REMOVAL-QUEUE THRU 6000-EXIT.
029500     PERFORM 7000-CHECK-LAST-VALIDATE THRU 7000-EXIT.
029600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029700     STOP RUN.
029800
029900******************************************************************
030000* 1000-INITIALIZE - Window the run date, open the readiness
030100*     report and read the audit trail once up front: the last
030200*     VALIDATE row is item seven, and the last clean one dates
030300*     the removal queue check.
030400******************************************************************
030500 1000-INITIALIZE.
030600     ACCEPT WS-RUN-DATE FROM DATE.
030700     ACCEPT WS-RUN-TIME FROM TIME.
030800     IF WS-RUN-YY > 70
030900         COMPUTE WS-RUNF-CCYY = 1900 + WS-RUN-YY
031000     ELSE
031100         COMPUTE WS-RUNF-CCYY = 2000 + WS-RUN-YY
031200     END-IF.
031300     MOVE WS-RUN-MM TO WS-RUNF-MM.
031400     MOVE WS-RUN-DD TO WS-RUNF-DD.
031500     OPEN OUTPUT READINESS-REPORT.
031600     IF NOT RRPT-FILE-OK
031700         DISPLAY "PROG000Y - UNABLE TO OPEN READINESS-REPORT, "
031800                 "STATUS = " RRPT-FILE-STATUS
031900         MOVE "N" TO WS-REPORT-SWITCH
032000     END-IF.
032100     MOVE WS-RUNF-DATE-N TO RHDG-RUN-DATE.
032200     MOVE RRPT-HEADING-LINE TO READINESS-REPORT-RECORD.
032300     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
032400     MOVE SPACES TO READINESS-REPORT-RECORD.
032500     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
032600     MOVE ITEM-COLUMN-LINE TO READINESS-REPORT-RECORD.
032700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
032800     PERFORM 1500-SCAN-AUDIT-TRAIL THRU 1500-EXIT.
032900 1000-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300* 1500-SCAN-AUDIT-TRAIL - Keep the last VALIDATE row on the trail
033400*     (a restart writes one too) and the date of the last one that
033500*     ended COMPLETE.  Rows written before the run mode was kept
033600*     carry none and are passed over.
033700******************************************************************
033800 1500-SCAN-AUDIT-TRAIL.
033900     OPEN INPUT AUDIT-TRAIL-FILE.
034000     IF NOT AUD-FILE-OK
034100         DISPLAY "PROG000Y - UNABLE TO OPEN AUDIT-TRAIL-FILE, "
034200                 "STATUS = " AUD-FILE-STATUS
034300         GO TO 1500-EXIT
034400     END-IF.
034500     MOVE "Y" TO WS-AUDIT-SWITCH.
034600     MOVE "N" TO WS-EOF-SWITCH.
034700     PERFORM 1510-SCAN-ONE-ROW THRU 1510-EXIT
034800         UNTIL WS-END-OF-FILE.
034900     CLOSE AUDIT-TRAIL-FILE.
035000 1500-EXIT.
035100     EXIT.
035200
035300 1510-SCAN-ONE-ROW.
035400     READ AUDIT-TRAIL-FILE
035500         AT END
035600             MOVE "Y" TO WS-EOF-SWITCH
035700             GO TO 1510-EXIT
035800     END-READ.
035900     ADD 1 TO AUDIT-ROWS-READ.
036000     IF AUD-RUN-MODE NOT = "VALIDATE"
036100         GO TO 1510-EXIT
036200     END-IF.
036300     MOVE AUD-RUN-DATE TO WS-SHORT-DATE-N.
036400     PERFORM 8300-WINDOW-DATE THRU 8300-EXIT.
036500     MOVE "Y"                   TO WS-LAST-VAL-SWITCH.
036600     MOVE WS-LONG-DATE-N        TO WS-LAST-VAL-DATE.
036700     MOVE AUD-RUN-TIME          TO WS-LAST-VAL-TIME.
036800     MOVE AUD-COMPLETION-STATUS TO WS-LAST-VAL-STATUS.
036900     IF AUD-COMPLETION-STATUS = "COMPLETE"
037000         MOVE "Y"               TO WS-CLEAN-VAL-SWITCH
037100         MOVE WS-LONG-DATE-N    TO WS-CLEAN-VAL-DATE
037200     END-IF.
037300 1510-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700* 2000-CHECK-FEED-CYCLE - The same test STEP005's APPLY makes
037800*     before it posts (5005-VERIFY-CYCLE-CONTROL in PROG000X):
037900*     the feed must open with the H header and its cycle must be
038000*     exactly the one after the last cycle posted.  A missing
038100*     control file reads as cycle zero there, so it does here.
038200*     The transactions behind the header are counted for the
038300*     operator.
038400******************************************************************
038500 2000-CHECK-FEED-CYCLE.
038600     MOVE "Y" TO WS-ITEM-SWITCH.
038700     MOVE "INTAKE FEED CYCLE" TO RITM-ITEM.
038800     OPEN INPUT APPLICANT-TRAN-FILE.
038900     IF NOT TRAN-FILE-OK
039000         DISPLAY "PROG000Y - UNABLE TO OPEN APPLICANT-TRAN-FILE, "
039100                 "STATUS = " TRAN-FILE-STATUS
039200         MOVE "N" TO WS-ITEM-SWITCH
039300         MOVE "TRANSACTION FEED NOT PRESENT" TO RITM-DETAIL
039400         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
039500         GO TO 2000-EXIT
039600     END-IF.
039700     MOVE "N" TO WS-EOF-SWITCH.
039800     READ APPLICANT-TRAN-FILE
039900         AT END
040000             MOVE "Y" TO WS-EOF-SWITCH
040100     END-READ.
040200     IF WS-END-OF-FILE OR NOT TRAN-HEADER-REC
040300         CLOSE APPLICANT-TRAN-FILE
040400         MOVE "N" TO WS-ITEM-SWITCH
040500         MOVE "FEED CARRIES NO CYCLE HEADER" TO RITM-DETAIL
040600         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
040700         GO TO 2000-EXIT
040800     END-IF.
040900     MOVE TRAN-CYCLE-NUMBER TO WS-FEED-CYCLE.
041000     MOVE TRAN-FEED-DATE    TO WS-FEED-DATE.
041100     PERFORM 2100-COUNT-ONE-TRAN THRU 2100-EXIT
041200         UNTIL WS-END-OF-FILE.
041300     CLOSE APPLICANT-TRAN-FILE.
041400     MOVE ZERO TO WS-LAST-CYCLE.
041500     OPEN INPUT CYCLE-CONTROL-FILE.
041600     IF CYCL-FILE-OK
041700         READ CYCLE-CONTROL-FILE
041800             AT END
041900                 CONTINUE
042000             NOT AT END
042100                 MOVE CYCL-LAST-CYCLE TO WS-LAST-CYCLE
042200         END-READ
042300         CLOSE CYCLE-CONTROL-FILE
042400     ELSE
042500         MOVE "Y" TO WS-CYCL-SWITCH
042600     END-IF.
042700     COMPUTE WS-EXPECTED-CYCLE = WS-LAST-CYCLE + 1.
042800     IF WS-FEED-CYCLE = WS-EXPECTED-CYCLE
042900         MOVE "CYCLE IN SEQUENCE" TO RITM-DETAIL
043000     ELSE IF WS-FEED-CYCLE <= WS-LAST-CYCLE
043100         MOVE "N" TO WS-ITEM-SWITCH
043200         MOVE "CYCLE ALREADY POSTED - APPLY WOULD REFUSE IT"
043300             TO RITM-DETAIL
043400     ELSE
043500         MOVE "N" TO WS-ITEM-SWITCH
043600         MOVE "CYCLE GAP - A PRIOR FEED NEVER ARRIVED"
043700             TO RITM-DETAIL
043800     END-IF.
043900     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
044000     MOVE "FEED CYCLE"               TO RFIG-LABEL.
044100     MOVE WS-FEED-CYCLE              TO RFIG-VALUE.
044200     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
044300     MOVE "LAST CYCLE POSTED"        TO RFIG-LABEL.
044400     MOVE WS-LAST-CYCLE              TO RFIG-VALUE.
044500     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
044600     MOVE "FEED DATE"                TO RFIG-LABEL.
044700     MOVE WS-FEED-DATE               TO RFIG-VALUE.
044800     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
044900     MOVE "TRANSACTIONS ON THE FEED" TO RFIG-LABEL.
045000     MOVE TRAN-DETAIL-COUNT          TO RFIG-VALUE.
045100     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
045200     IF WS-CYCL-MISSING
045300         MOVE "NO CYCLE CONTROL FILE - LAST TAKEN AS ZERO"
045400             TO RNOT-TEXT
045500         PERFORM 8250-WRITE-NOTE THRU 8250-EXIT
045600     END-IF.
045700 2000-EXIT.
045800     EXIT.
045900
046000 2100-COUNT-ONE-TRAN.
046100     READ APPLICANT-TRAN-FILE
046200         AT END
046300             MOVE "Y" TO WS-EOF-SWITCH
046400             GO TO 2100-EXIT
046500     END-READ.
046600     ADD 1 TO TRAN-DETAIL-COUNT.
046700 2100-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100* 3000-CHECK-LIMITS-COVERAGE - Every step of the stream loads the
047200*     limits in force on its run date (1050-LOAD-ELIGIBILITY-
047300*     LIMITS in PROG000X) and ends RC 16 when no row covers it.
047400*     Find the row in force for tonight and each of the next
047500*     seven nights, the same way - the highest effective date on
047600*     or before the night - so a gap is fixed a week early, not
047700*     at two in the morning.  A night that falls under a newer
047800*     row than tonight's is listed; that night's VALIDATE will
047900*     sweep the whole master.
048000******************************************************************
048100 3000-CHECK-LIMITS-COVERAGE.
048200     MOVE "Y" TO WS-ITEM-SWITCH.
048300     MOVE "ELIGIBILITY LIMITS" TO RITM-ITEM.
048400     COMPUTE LW-COUNT = LIMITS-WINDOW-DAYS + 1.
048500     MOVE WS-RUNF-DATE-N TO WS-CAL-DATE-N.
048600     PERFORM 3050-SET-WINDOW-NIGHT THRU 3050-EXIT
048700         VARYING LW-SUB FROM 1 BY 1
048800         UNTIL LW-SUB > LW-COUNT.
048900     OPEN INPUT ELIGIBILITY-PARM-FILE.
049000     IF NOT PARM-FILE-OK
049100         DISPLAY "PROG000Y - UNABLE TO OPEN ELIGIBILITY-PARM-"
049200                 "FILE, STATUS = " PARM-FILE-STATUS
049300         MOVE "N" TO WS-ITEM-SWITCH
049400         MOVE "PARAMETER FILE NOT PRESENT" TO RITM-DETAIL
049500         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
049600         GO TO 3000-EXIT
049700     END-IF.
049800     MOVE "N" TO WS-EOF-SWITCH.
049900     PERFORM 3100-READ-PARM-ROW THRU 3100-EXIT
050000         UNTIL WS-END-OF-FILE.
050100     CLOSE ELIGIBILITY-PARM-FILE.
050200     MOVE ZERO TO LW-UNCOVERED-COUNT.
050300     PERFORM 3200-CHECK-WINDOW-NIGHT THRU 3200-EXIT
050400         VARYING LW-SUB FROM 1 BY 1
050500         UNTIL LW-SUB > LW-COUNT.
050600     IF LW-UNCOVERED-COUNT > ZERO
050700         MOVE "N" TO WS-ITEM-SWITCH
050800         MOVE "NO ROW IN FORCE FOR A NIGHT BELOW"
050900             TO RITM-DETAIL
051000     ELSE
051100         MOVE "ROW IN FORCE TONIGHT AND THE NEXT 7 NIGHTS"
051200             TO RITM-DETAIL
051300     END-IF.
051400     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
051500     MOVE "PARAMETER ROWS READ"      TO RFIG-LABEL.
051600     MOVE PARM-ROWS-READ-COUNT       TO RFIG-VALUE.
051700     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
051800     PERFORM 3300-WRITE-WINDOW-NIGHT THRU 3300-EXIT
051900         VARYING LW-SUB FROM 1 BY 1
052000         UNTIL LW-SUB > LW-COUNT.
052100     IF WS-NEW-ROW-IN-WINDOW
052200         MOVE "A NEW ROW FORCES A FULL VALIDATE THAT NIGHT"
052300             TO RNOT-TEXT
052400         PERFORM 8250-WRITE-NOTE THRU 8250-EXIT
052500     END-IF.
052600 3000-EXIT.
052700     EXIT.
052800
052900 3050-SET-WINDOW-NIGHT.
053000     MOVE WS-CAL-DATE-N TO LW-DATE(LW-SUB).
053100     MOVE ZERO          TO LW-EFF-DATE(LW-SUB).
053200     PERFORM 8400-NEXT-CALENDAR-DAY THRU 8400-EXIT.
053300 3050-EXIT.
053400     EXIT.
053500
053600 3100-READ-PARM-ROW.
053700     READ ELIGIBILITY-PARM-FILE
053800         AT END
053900             MOVE "Y" TO WS-EOF-SWITCH
054000             GO TO 3100-EXIT
054100     END-READ.
054200     ADD 1 TO PARM-ROWS-READ-COUNT.
054300     PERFORM 3150-FIT-PARM-ROW THRU 3150-EXIT
054400         VARYING LW-SUB FROM 1 BY 1
054500         UNTIL LW-SUB > LW-COUNT.
054600 3100-EXIT.
054700     EXIT.
054800
054900*    Does the row just read govern the night at LW-SUB?
055000 3150-FIT-PARM-ROW.
055100     IF PARM-EFFECTIVE-DATE <= LW-DATE(LW-SUB)
055200             AND PARM-EFFECTIVE-DATE >= LW-EFF-DATE(LW-SUB)
055300         MOVE PARM-EFFECTIVE-DATE TO LW-EFF-DATE(LW-SUB)
055400     END-IF.
055500 3150-EXIT.
055600     EXIT.
055700
055800 3200-CHECK-WINDOW-NIGHT.
055900     IF LW-EFF-DATE(LW-SUB) = ZERO
056000         ADD 1 TO LW-UNCOVERED-COUNT
056100     ELSE IF LW-EFF-DATE(LW-SUB) NOT = LW-EFF-DATE(1)
056200         MOVE "Y" TO WS-NEW-ROW-SWITCH
056300     END-IF.
056400 3200-EXIT.
056500     EXIT.
056600
056700 3300-WRITE-WINDOW-NIGHT.
056800     MOVE LW-DATE(LW-SUB)     TO RLIM-DATE.
056900     MOVE LW-EFF-DATE(LW-SUB) TO RLIM-EFF-DATE.
057000     IF LW-EFF-DATE(LW-SUB) = ZERO
057100         MOVE "** NO LIMITS ROW IN FORCE"  TO RLIM-TEXT
057200     ELSE IF LW-EFF-DATE(LW-SUB) NOT = LW-EFF-DATE(1)
057300         MOVE "NEW LIMITS ROW EFFECTIVE"   TO RLIM-TEXT
057400     ELSE
057500         MOVE "LIMITS ROW EFFECTIVE"       TO RLIM-TEXT
057600     END-IF.
057700     MOVE LIMITS-NIGHT-LINE TO READINESS-REPORT-RECORD.
057800     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
057900 3300-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300* 4000-CHECK-WAIVER-FEED - The waiver feed must be there for the
058400*     waiver posting run to read.  Recruiting command sends rows
058500*     only when it grants a waiver, so an empty feed is a quiet
058600*     day, not a fault.
058700******************************************************************
058800 4000-CHECK-WAIVER-FEED.
058900     MOVE "Y" TO WS-ITEM-SWITCH.
059000     MOVE "WAIVER FEED" TO RITM-ITEM.
059100     OPEN INPUT WAIVER-FEED-FILE.
059200     IF NOT WAIV-FILE-OK
059300         DISPLAY "PROG000Y - UNABLE TO OPEN WAIVER-FEED-FILE, "
059400                 "STATUS = " WAIV-FILE-STATUS
059500         MOVE "N" TO WS-ITEM-SWITCH
059600         MOVE "WAIVER FEED NOT PRESENT" TO RITM-DETAIL
059700         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
059800         GO TO 4000-EXIT
059900     END-IF.
060000     MOVE "N" TO WS-EOF-SWITCH.
060100     PERFORM 4100-COUNT-ONE-WAIVER THRU 4100-EXIT
060200         UNTIL WS-END-OF-FILE.
060300     CLOSE WAIVER-FEED-FILE.
060400     IF WAIVER-ROWS-COUNT = ZERO
060500         MOVE "PRESENT, EMPTY - NO WAIVERS SENT" TO RITM-DETAIL
060600     ELSE
060700         MOVE "PRESENT"                          TO RITM-DETAIL
060800     END-IF.
060900     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
061000     MOVE "RECORDS ON THE FEED"      TO RFIG-LABEL.
061100     MOVE WAIVER-ROWS-COUNT          TO RFIG-VALUE.
061200     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
061300 4000-EXIT.
061400     EXIT.
061500
061600 4100-COUNT-ONE-WAIVER.
061700     READ WAIVER-FEED-FILE
061800         AT END
061900             MOVE "Y" TO WS-EOF-SWITCH
062000             GO TO 4100-EXIT
062100     END-READ.
062200     ADD 1 TO WAIVER-ROWS-COUNT.
062300 4100-EXIT.
062400     EXIT.
062500
062600******************************************************************
062700* 4500-CHECK-DISPOSITION-RETURN - Enrollment sends a disposition
062800*     return every night for the reconciliation (PROG000E).  Not
062900*     there, or there and empty, is a HOLD: the reconciliation
063000*     would age every applicant on the extract as unacknowledged.
063100******************************************************************
063200 4500-CHECK-DISPOSITION-RETURN.
063300     MOVE "Y" TO WS-ITEM-SWITCH.
063400     MOVE "DISPOSITION RETURN" TO RITM-ITEM.
063500     OPEN INPUT DISPOSITION-RETURN-FILE.
063600     IF NOT DISP-FILE-OK
063700         DISPLAY "PROG000Y - UNABLE TO OPEN DISPOSITION-RETURN-"
063800                 "FILE, STATUS = " DISP-FILE-STATUS
063900         MOVE "N" TO WS-ITEM-SWITCH
064000         MOVE "DISPOSITION RETURN NOT PRESENT" TO RITM-DETAIL
064100         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
064200         GO TO 4500-EXIT
064300     END-IF.
064400     MOVE "N" TO WS-EOF-SWITCH.
064500     PERFORM 4600-COUNT-ONE-DISPOSITION THRU 4600-EXIT
064600         UNTIL WS-END-OF-FILE.
064700     CLOSE DISPOSITION-RETURN-FILE.
064800     IF DISP-ROWS-COUNT = ZERO
064900         MOVE "N" TO WS-ITEM-SWITCH
065000         MOVE "PRESENT BUT EMPTY - NOTHING FROM ENROLLMENT"
065100             TO RITM-DETAIL
065200     ELSE
065300         MOVE "PRESENT" TO RITM-DETAIL
065400     END-IF.
065500     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
065600     MOVE "RECORDS ON THE RETURN"    TO RFIG-LABEL.
065700     MOVE DISP-ROWS-COUNT            TO RFIG-VALUE.
065800     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
065900 4500-EXIT.
066000     EXIT.
066100
066200 4600-COUNT-ONE-DISPOSITION.
066300     READ DISPOSITION-RETURN-FILE
066400         AT END
066500             MOVE "Y" TO WS-EOF-SWITCH
066600             GO TO 4600-EXIT
066700     END-READ.
066800     ADD 1 TO DISP-ROWS-COUNT.
066900 4600-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300* 5000-CHECK-CHECKPOINT - A clean VALIDATE deletes its checkpoint
067400*     and a clean restart deletes the one it read, so a checkpoint
067500*     still on file means a VALIDATE and its restart both failed.
067600*     Tonight's STEP010 cannot allocate a new one over it.  No
067700*     copy, or an empty one, means no checkpoint was left.
067800******************************************************************
067900 5000-CHECK-CHECKPOINT.
068000     MOVE "Y" TO WS-ITEM-SWITCH.
068100     MOVE "RESTART CHECKPOINT" TO RITM-ITEM.
068200     OPEN INPUT CHECKPOINT-FILE.
068300     IF NOT CKPT-FILE-OK
068400         MOVE "NO CHECKPOINT LEFT BEHIND" TO RITM-DETAIL
068500         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
068600         GO TO 5000-EXIT
068700     END-IF.
068800     MOVE "N" TO WS-EOF-SWITCH.
068900     PERFORM 5100-READ-CHECKPOINT THRU 5100-EXIT
069000         UNTIL WS-END-OF-FILE.
069100     CLOSE CHECKPOINT-FILE.
069200     IF CKPT-ROWS-COUNT = ZERO
069300         MOVE "NO CHECKPOINT LEFT BEHIND" TO RITM-DETAIL
069400         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
069500         GO TO 5000-EXIT
069600     END-IF.
069700     MOVE "N" TO WS-ITEM-SWITCH.
069800     MOVE "CHECKPOINT LEFT BY A FAILED VALIDATE"
069900         TO RITM-DETAIL.
070000     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
070100     MOVE "RECORDS THROUGH CHECKPOINT" TO RFIG-LABEL.
070200     MOVE WS-CKPT-RUN-COUNT          TO RFIG-VALUE.
070300     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
070400     MOVE SPACES TO RNOT-TEXT.
070500     STRING "LAST APPLICANT CHECKPOINTED " WS-CKPT-LAST-APPL-ID
070600         DELIMITED BY SIZE INTO RNOT-TEXT.
070700     PERFORM 8250-WRITE-NOTE THRU 8250-EXIT.
070800     MOVE "RESTART FROM IT OR DELETE IT, THEN RELEASE"
070900         TO RNOT-TEXT.
071000     PERFORM 8250-WRITE-NOTE THRU 8250-EXIT.
071100 5000-EXIT.
071200     EXIT.
071300
071400*    The first record is the one a restart would use.
071500 5100-READ-CHECKPOINT.
071600     READ CHECKPOINT-FILE
071700         AT END
071800             MOVE "Y" TO WS-EOF-SWITCH
071900             GO TO 5100-EXIT
072000     END-READ.
072100     ADD 1 TO CKPT-ROWS-COUNT.
072200     IF CKPT-ROWS-COUNT = 1
072300         MOVE CKPT-RUN-COUNT    TO WS-CKPT-RUN-COUNT
072400         MOVE CKPT-LAST-APPL-ID TO WS-CKPT-LAST-APPL-ID
072500     END-IF.
072600 5100-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000* 6000-CHECK-REMOVAL-QUEUE - Every clean VALIDATE drains the queue
073100*     onto the extract and empties it, so an entry queued before
073200*     the last clean VALIDATE ran was never sent to enrollment -
073300*     or was, and the queue was not emptied and would send it
073400*     twice.  Either way someone must look before tonight's
073500*     drain.  Entries queued since are tonight's normal work.  A
073600*     missing queue is normal (nothing to remove), as it is to
073700*     the drain.
073800******************************************************************
073900 6000-CHECK-REMOVAL-QUEUE.
074000     MOVE "Y" TO WS-ITEM-SWITCH.
074100     MOVE "REMOVAL QUEUE" TO RITM-ITEM.
074200     OPEN INPUT REMOVAL-QUEUE-FILE.
074300     IF NOT RMV-FILE-OK
074400         MOVE "NO QUEUE - NOTHING TO REMOVE" TO RITM-DETAIL
074500         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
074600         GO TO 6000-EXIT
074700     END-IF.
074800     MOVE "N" TO WS-EOF-SWITCH.
074900     PERFORM 6100-COUNT-ONE-REMOVAL THRU 6100-EXIT
075000         UNTIL WS-END-OF-FILE.
075100     CLOSE REMOVAL-QUEUE-FILE.
075200     IF RMV-STALE-COUNT > ZERO
075300         MOVE "N" TO WS-ITEM-SWITCH
075400         MOVE "ENTRIES OLDER THAN THE LAST CLEAN VALIDATE"
075500             TO RITM-DETAIL
075600     ELSE IF RMV-ROWS-COUNT = ZERO
075700         MOVE "EMPTY - NOTHING TO REMOVE" TO RITM-DETAIL
075800     ELSE
075900         MOVE "ENTRIES WAITING FOR TONIGHT'S DRAIN"
076000             TO RITM-DETAIL
076100     END-IF.
076200     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
076300     MOVE "ENTRIES ON THE QUEUE"     TO RFIG-LABEL.
076400     MOVE RMV-ROWS-COUNT             TO RFIG-VALUE.
076500     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
076600     MOVE "QUEUED BEFORE LAST CLEAN RUN" TO RFIG-LABEL.
076700     MOVE RMV-STALE-COUNT            TO RFIG-VALUE.
076800     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
076900     IF WS-CLEAN-VAL-FOUND
077000         MOVE "LAST CLEAN VALIDATE DATE" TO RFIG-LABEL
077100         MOVE WS-CLEAN-VAL-DATE          TO RFIG-VALUE
077200         PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT
077300     ELSE
077400         MOVE "NO CLEAN VALIDATE ON THE AUDIT TRAIL"
077500             TO RNOT-TEXT
077600         PERFORM 8250-WRITE-NOTE THRU 8250-EXIT
077700     END-IF.
077800 6000-EXIT.
077900     EXIT.
078000
078100 6100-COUNT-ONE-REMOVAL.
078200     READ REMOVAL-QUEUE-FILE
078300         AT END
078400             MOVE "Y" TO WS-EOF-SWITCH
078500             GO TO 6100-EXIT
078600     END-READ.
078700     ADD 1 TO RMV-ROWS-COUNT.
078800     IF NOT WS-CLEAN-VAL-FOUND
078900         GO TO 6100-EXIT
079000     END-IF.
079100     MOVE RMV-DATE TO WS-SHORT-DATE-N.
079200     PERFORM 8300-WINDOW-DATE THRU 8300-EXIT.
079300     IF WS-LONG-DATE-N < WS-CLEAN-VAL-DATE
079400         ADD 1 TO RMV-STALE-COUNT
079500     END-IF.
079600 6100-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000* 7000-CHECK-LAST-VALIDATE - Last night's VALIDATE row must be on
080100*     the trail and must say COMPLETE.  It is last night's when it
080200*     is dated yesterday, or today for a pass that ran past
080300*     midnight; anything older means a night ran with no VALIDATE
080400*     row to show for it (an abended run leaves none).  A trail
080500*     with no VALIDATE row at all is a new system's first night.
080600******************************************************************
080700 7000-CHECK-LAST-VALIDATE.
080800     MOVE "Y" TO WS-ITEM-SWITCH.
080900     MOVE "LAST NIGHT'S AUDIT ROW" TO RITM-ITEM.
081000     IF NOT WS-AUDIT-READ
081100         MOVE "N" TO WS-ITEM-SWITCH
081200         MOVE "AUDIT TRAIL NOT PRESENT" TO RITM-DETAIL
081300         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
081400         GO TO 7000-EXIT
081500     END-IF.
081600     IF NOT WS-LAST-VAL-FOUND
081700         MOVE "NO VALIDATE ON THE TRAIL YET - FIRST NIGHT"
081800             TO RITM-DETAIL
081900         PERFORM 8100-WRITE-ITEM THRU 8100-EXIT
082000         MOVE "AUDIT ROWS READ"          TO RFIG-LABEL
082100         MOVE AUDIT-ROWS-READ            TO RFIG-VALUE
082200         PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT
082300         GO TO 7000-EXIT
082400     END-IF.
082500     MOVE WS-LAST-VAL-DATE TO WS-CAL-DATE-N.
082600     PERFORM 8400-NEXT-CALENDAR-DAY THRU 8400-EXIT.
082700     IF WS-CAL-DATE-N < WS-RUNF-DATE-N
082800         MOVE "N" TO WS-ITEM-SWITCH
082900         MOVE "NO VALIDATE ROW FOR LAST NIGHT" TO RITM-DETAIL
083000     ELSE IF WS-LAST-VAL-STATUS NOT = "COMPLETE"
083100         MOVE "N" TO WS-ITEM-SWITCH
083200         MOVE "LAST VALIDATE DID NOT END COMPLETE"
083300             TO RITM-DETAIL
083400     ELSE
083500         MOVE "LAST VALIDATE ENDED COMPLETE" TO RITM-DETAIL
083600     END-IF.
083700     PERFORM 8100-WRITE-ITEM THRU 8100-EXIT.
083800     MOVE "AUDIT ROWS READ"          TO RFIG-LABEL.
083900     MOVE AUDIT-ROWS-READ            TO RFIG-VALUE.
084000     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
084100     MOVE "LAST VALIDATE RUN DATE"   TO RFIG-LABEL.
084200     MOVE WS-LAST-VAL-DATE           TO RFIG-VALUE.
084300     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
084400     MOVE "LAST VALIDATE RUN TIME"   TO RFIG-LABEL.
084500     MOVE WS-LAST-VAL-TIME           TO RFIG-VALUE.
084600     PERFORM 8200-WRITE-FIGURE THRU 8200-EXIT.
084700     MOVE SPACES TO RNOT-TEXT.
084800     STRING "COMPLETION STATUS " WS-LAST-VAL-STATUS
084900         DELIMITED BY SIZE INTO RNOT-TEXT.
085000     PERFORM 8250-WRITE-NOTE THRU 8250-EXIT.
085100 7000-EXIT.
085200     EXIT.
085300
085400******************************************************************
085500* 8100-WRITE-ITEM - Print the item line with its verdict, after a
085600*     blank line, and count it.  The item's figures and notes
085700*     follow under the detail column.
085800******************************************************************
085900 8100-WRITE-ITEM.
086000     ADD 1 TO ITEMS-CHECKED-COUNT.
086100     IF WS-ITEM-GO
086200         MOVE "GO"   TO RITM-STATUS
086300         ADD 1 TO ITEMS-GO-COUNT
086400     ELSE
086500         MOVE "HOLD" TO RITM-STATUS
086600         ADD 1 TO ITEMS-HOLD-COUNT
086700     END-IF.
086800     MOVE SPACES TO READINESS-REPORT-RECORD.
086900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
087000     MOVE ITEM-DETAIL-LINE TO READINESS-REPORT-RECORD.
087100     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
087200 8100-EXIT.
087300     EXIT.
087400
087500 8200-WRITE-FIGURE.
087600     MOVE ITEM-FIGURE-LINE TO READINESS-REPORT-RECORD.
087700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
087800 8200-EXIT.
087900     EXIT.
088000
088100 8250-WRITE-NOTE.
088200     MOVE ITEM-NOTE-LINE TO READINESS-REPORT-RECORD.
088300     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
088400 8250-EXIT.
088500     EXIT.
088600
088700*    Window WS-SHORT-DATE (YYMMDD) into WS-LONG-DATE (CCYYMMDD).
088800 8300-WINDOW-DATE.
088900     IF WS-SHORT-YY > 70
089000         COMPUTE WS-LONG-CCYY = 1900 + WS-SHORT-YY
089100     ELSE
089200         COMPUTE WS-LONG-CCYY = 2000 + WS-SHORT-YY
089300     END-IF.
089400     MOVE WS-SHORT-MMDD TO WS-LONG-MMDD.
089500 8300-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900* 8400-NEXT-CALENDAR-DAY - Advance WS-CAL-DATE one calendar day,
090000*     rolling the month and the year.  February has 29 days in
090100*     a year divisible by four, as in PROG000A.
090200******************************************************************
090300 8400-NEXT-CALENDAR-DAY.
090400     MOVE MONTH-DAYS(WS-CAL-MM) TO WS-DAYS-THIS-MONTH.
090500     IF WS-CAL-MM = 2
090600         DIVIDE WS-CAL-CCYY BY 4
090700             GIVING WS-LEAP-QUOTIENT
090800             REMAINDER WS-LEAP-REMAINDER
090900         IF WS-LEAP-REMAINDER = ZERO
091000             MOVE 29 TO WS-DAYS-THIS-MONTH
091100         END-IF
091200     END-IF.
091300     IF WS-CAL-DD < WS-DAYS-THIS-MONTH
091400         ADD 1 TO WS-CAL-DD
091500     ELSE
091600         MOVE 01 TO WS-CAL-DD
091700         IF WS-CAL-MM < 12
091800             ADD 1 TO WS-CAL-MM
091900         ELSE
092000             MOVE 01 TO WS-CAL-MM
092100             ADD 1 TO WS-CAL-CCYY
092200         END-IF
092300     END-IF.
092400 8400-EXIT.
092500     EXIT.
092600
092700 8900-WRITE-REPORT-LINE.
092800     IF WS-REPORT-FAILED
092900         GO TO 8900-EXIT
093000     END-IF.
093100     WRITE READINESS-REPORT-RECORD.
093200     IF NOT RRPT-FILE-OK
093300         DISPLAY "PROG000Y - UNABLE TO WRITE READINESS-REPORT, "
093400                 "STATUS = " RRPT-FILE-STATUS
093500     END-IF.
093600 8900-EXIT.
093700     EXIT.
093800
093900******************************************************************
094000* 9000-TERMINATE - Print the totals and the stream verdict, log
094100*     the run on the audit trail and set the return code for the
094200*     scheduler: 0 when every item is GO, 8 when any item is on
094300*     HOLD, 16 when the readiness report would not open - with no
094400*     report nobody can see why, so the stream is held.
094500******************************************************************
094600 9000-TERMINATE.
094700     MOVE SPACES TO READINESS-REPORT-RECORD.
094800     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
094900     MOVE "ITEMS CHECKED"              TO RTOT-LABEL.
095000     MOVE ITEMS-CHECKED-COUNT          TO RTOT-VALUE.
095100     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
095200     MOVE "ITEMS GO"                   TO RTOT-LABEL.
095300     MOVE ITEMS-GO-COUNT               TO RTOT-VALUE.
095400     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
095500     MOVE "ITEMS ON HOLD"              TO RTOT-LABEL.
095600     MOVE ITEMS-HOLD-COUNT             TO RTOT-VALUE.
095700     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT.
095800     MOVE SPACES TO READINESS-REPORT-RECORD.
095900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
096000     IF ITEMS-HOLD-COUNT > ZERO
096100         MOVE "STREAM VERDICT: HOLD - CLEAR EVERY HOLD ITEM ABOVE"
096200             TO READINESS-REPORT-RECORD
096300     ELSE
096400         MOVE "STREAM VERDICT: GO - RELEASE THE NIGHTLY STREAM"
096500             TO READINESS-REPORT-RECORD
096600     END-IF.
096700     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
096800     IF WS-REPORT-OPEN
096900         CLOSE READINESS-REPORT
097000     END-IF.
097100     IF ITEMS-HOLD-COUNT > ZERO
097200         DISPLAY "PROG000Y - PRE-FLIGHT HOLD, " ITEMS-HOLD-COUNT
097300                 " ITEM(S) NOT READY - STREAM NOT TO BE RELEASED"
097400     ELSE
097500         DISPLAY "PROG000Y - PRE-FLIGHT GO, ALL "
097600                 ITEMS-CHECKED-COUNT " ITEMS READY"
097700     END-IF.
097800     PERFORM 9200-WRITE-AUDIT-TRAIL THRU 9200-EXIT.
097900     IF WS-REPORT-FAILED
098000         MOVE 16 TO RETURN-CODE
098100     ELSE IF ITEMS-HOLD-COUNT > ZERO
098200         MOVE 8 TO RETURN-CODE
098300     END-IF.
098400 9000-EXIT.
098500     EXIT.
098600
098700 9100-WRITE-TOTAL.
098800     MOVE RRPT-TOTAL-LINE TO READINESS-REPORT-RECORD.
098900     PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
099000 9100-EXIT.
099100     EXIT.
099200
099300******************************************************************
099400* 9200-WRITE-AUDIT-TRAIL - Append the run's row to the shared
099500*     audit trail, run mode PREFLITE.  Records read is the items
099600*     checked, passed the items GO, rejected the items on HOLD,
099700*     so the row balances; the completion status is HOLD when the
099800*     stream was held.  Nothing here screens, so the limits
099900*     fields are zero.
100000******************************************************************
100100 9200-WRITE-AUDIT-TRAIL.
100200     MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
100300     MOVE WS-RUN-TIME            TO AUD-RUN-TIME.
100400     MOVE "PROG000Y"             TO AUD-JOB-ID.
100500     MOVE ITEMS-CHECKED-COUNT    TO AUD-RECORDS-READ.
100600     MOVE ITEMS-GO-COUNT         TO AUD-RECORDS-PASSED.
100700     MOVE ITEMS-HOLD-COUNT       TO AUD-RECORDS-REJECTED.
100800     IF ITEMS-HOLD-COUNT > ZERO OR WS-REPORT-FAILED
100900         MOVE "HOLD"             TO AUD-COMPLETION-STATUS
101000     ELSE
101100         MOVE "COMPLETE"         TO AUD-COMPLETION-STATUS
101200     END-IF.
101300     MOVE SPACES                 TO AUD-APPL-ID.
101400     MOVE ZERO                   TO AUD-OLD-AGE AUD-OLD-HEIGHT
101500                                    AUD-NEW-AGE AUD-NEW-HEIGHT.
101600     MOVE "PREFLITE"             TO AUD-RUN-MODE.
101700     MOVE ZERO                   TO AUD-RECORDS-PENDING.
101800     MOVE ZERO                   TO AUD-CYCLE-NUMBER.
101900     MOVE SPACE                  TO AUD-PASS-TYPE.
102000     MOVE ZERO                   TO AUD-LIMITS-EFF-DATE
102100                                    AUD-MIN-AGE AUD-MAX-AGE
102200                                    AUD-MIN-HEIGHT AUD-MAX-HEIGHT
102300                                    AUD-MIN-WEIGHT AUD-MAX-WEIGHT.
102400     OPEN EXTEND AUDIT-TRAIL-FILE.
102500     IF NOT AUD-FILE-OK
102600         CLOSE AUDIT-TRAIL-FILE
102700         OPEN OUTPUT AUDIT-TRAIL-FILE
102800     END-IF.
102900     WRITE AUDIT-TRAIL-RECORD.
103000     CLOSE AUDIT-TRAIL-FILE.
103100 9200-EXIT.
103200     EXIT.
