013625*                Also renumbered the run-counter 77 block,
013626*                which had picked up duplicate and out-of-
013627*                order sequence numbers.
013628* 02/20/2022 CD  Recruiting office and intake date on the
013629*                master.  The intake feeds now carry the
013630*                office that took the applicant in (TRANREC,
013631*                LOADREC); an APPLY ADD stores it with the run
013632*                date as his intake date, a CHG carrying a
013633*                code updates it, LOAD stores it (intake date
013634*                unknown, left zero), and a suspended record
013635*                keeps it through the suspense file to the
013636*                SUSPENSE post.  Archive record 107 -> 119.
013637*                The office scorecard itself is PROG000C.
013638* 03/06/2022 CD  WHATIF mode.  Screens the whole live master
013639*                against a proposed eligibility limits row (the
013640*                PROPPARM card, PARMREC layout) as of the row's
013641*                effective date, beside the limits in force
013642*                today, waivers honored the same way, and prints
013643*                the impact report command signs off on before
013644*                the row goes into ELIGPARM: accepted-to-rejected
013645*                split by sent/not sent, rejected-to-accepted,
013646*                net change per reason code, and the waivers the
013647*                row makes stop or start mattering.  Nothing on
013648*                the master or any extract is touched.
013649* 03/20/2022 CD  APPEAL mode.  Posts the appeals desk's case
013650*                update feed (APELTRAN, see APTRREC) onto the
013651*                indexed appeal case file (APELCASE, APELREC),
013652*                keyed by applicant id and case number: a new
013653*                case number opens a case against a rejected
013654*                applicant, later rows move it through UNDER
013655*                REVIEW to UPHELD, OVERTURNED or WITHDRAWN.  An
013656*                OVERTURNED case applies the corrected DOB,
013657*                height and weight it carries and re-decides the
013658*                applicant under the limits in force, always
013659*                writing a history row under run mode APPEAL.
013660*                VALIDATE and REEXAM now read the case file and
013661*                hold the rejection letter for an applicant with
013662*                a case still OPEN or UNDER REVIEW; the control
013663*                report counts the letters held.
013664* 04/03/2022 CD  The training class seat (APPL-CLASS-ID, set by
013665*                PROG000K) rides on every D record of the
013666*                accepted extract.  An applicant seated from the
013667*                waitlist after he was sent (extract status C)
013668*                is sent once more so enrollment learns his
013669*                class.  New records start with no class.
013670*                Archive record 119 -> 125.
013671* 04/17/2022 CD  A class resend no longer moves the extract date
013672*                on the master forward; the date stays the night
013673*                the applicant was first sent, which is what the
013674*                PROG000B cohort report measures cycle times by.
013675* 05/01/2022 CD  Incremental VALIDATE.  APPLY, MAINT, WAIVER,
013676*                SUSPENSE, REEXAM and APPEAL append every
013677*                applicant id they touch to the change work
013678*                list (CHGLIST, see CHGREC).  A VALIDATE card
013679*                with pass type I sorts the list and re-screens
013680*                only the applicants on it, plus those whose
013681*                derived age crossed a limit since they were
013682*                decided, those with no decision of record,
013683*                those whose extract mark is out of step with
013684*                their decision and every waiver holder.  Every
013685*                other record keeps its decision of record, and
013686*                is still counted, listed and snapshotted as it
013687*                stands, so the summary, pending file and
013688*                extract trailer read the same as a full sweep.
013689*                A limits row that took effect since the last
013690*                clean VALIDATE, a missing or unsortable list,
013691*                or pass type F on the card runs the full sweep.
013692*                The control report and audit row say which
013693*                pass ran; a VALIDATE row for a run that ended
013694*                in error now carries status RUN-ERR.
013695* 05/15/2022 CD  EXAM run mode.  Posts the medical exam
013696*                results feed (EXAMFEED, see EXAMREC) to the
013697*                master: the measured height and weight replace
013698*                the values the applicant reported, which are
013699*                kept on the record for reference, so every
013701*                screening pass now uses the measured values.
013702*                An applicant already decided is re-decided on
013703*                the spot, with a history row, a letter for a
013704*                new reject and a removal when a sent
013705*                acceptance is lost.  EXAMRPT lists each row
013706*                with reported and measured values side by
013707*                side, flags a difference over tolerance, and
013708*                lists the accepted applicants still without an
013709*                exam after EXAM-OVERDUE-DAYS.  A CHG keyed
013710*                after the exam updates the reported values
013711*                only.  LOOKUP shows the exam on file.  Archive
013712*                record 125 -> 156.
013713* 05/29/2022 CD  ARCHINQ and RESTORE run modes.  Archive rows are
013714*                ARCHREC now: the record plus why (ARC, DEL or
013715*                DUP) and when it left the master, and whether it
013716*                has been restored.  ARCHINQ prints every archive
013717*                row for an applicant id, or for a name and date
013718*                of birth, on ARCHRPT.  RESTORE puts the latest
013719*                unrestored row for an id back on the master as
013720*                it stood, refused when the id is live again,
013721*                with a history row, a change list entry so the
013722*                next VALIDATE re-screens him, and the archive
013723*                row marked restored.  Its audit row carries the
013724*                id and the outcome, as MAINT's does.  Archive
013725*                record 156 -> 176.
013726* 06/12/2022 CD  Masked prints.  When the card asks for them
013727*                (CC-MASK-SWITCH M) every report and console line
013728*                that shows an applicant - the exception report,
013729*                LOOKUP and MAINT, NEWELIG, the waiver, archive,
013730*                WHATIF, overdue exam and archive inquiry lines -
013731*                shows only the first letters of his name and his
013732*                year of birth (3060).  The letter extract, the
013733*                enrollment extract and the data files keep the
013734*                full values.  ANONYMIZ run mode: archive rows
013735*                that left the master more than ANON-RETENTION-
013736*                YEARS ago have the name blanked and the date of
013737*                birth cut to the year, id, decisions and dates
013738*                kept, with a certificate of the counts on
013739*                ARCHRPT for the records officer.  RESTORE refuses
013740*                an anonymized row.
013741* 06/26/2022 CD  WHATIF audit row now stamped with the limits
013742*                held, not the proposed row, which stays on
013743*                IMPCTRPT only.
013744* 06/26/2022 CD  ANONYMIZ no longer passes over a restored
013745*                archive row; it ages from its restore date.
013746* 06/26/2022 CD  WHATIF reason table cleared entry by entry
013747*                (2795).
013543******************************************************************
013600 IDENTIFICATION DIVISION.
013700 PROGRAM-ID.                 YOUR-PROGRAM-NAME.
021708     SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
021709         ORGANIZATION IS SEQUENTIAL
021710         FILE STATUS IS CYCL-FILE-STATUS.
021711
021714     SELECT PROPOSED-PARM-FILE ASSIGN TO "PROPPARM"
021717         ORGANIZATION IS SEQUENTIAL
021720         FILE STATUS IS PROP-FILE-STATUS.
021723
021726     SELECT IMPACT-REPORT ASSIGN TO "IMPCTRPT"
021729         ORGANIZATION IS SEQUENTIAL
021732         FILE STATUS IS IMPCT-FILE-STATUS.
021735
021738     SELECT APPEAL-TRAN-FILE ASSIGN TO "APELTRAN"
021741         ORGANIZATION IS SEQUENTIAL
021744         FILE STATUS IS APLT-FILE-STATUS.
021747
021750     SELECT APPEAL-CASE-FILE ASSIGN TO "APELCASE"
021753         ORGANIZATION IS INDEXED
021756         ACCESS MODE IS DYNAMIC
021759         RECORD KEY IS APEL-KEY
021762         FILE STATUS IS APLC-FILE-STATUS.
021765
021768     SELECT APPEAL-POSTING-REPORT ASSIGN TO "APELRPT"
021771         ORGANIZATION IS SEQUENTIAL
021774         FILE STATUS IS APLR-FILE-STATUS.
021777
021778     SELECT CHANGE-LIST-FILE ASSIGN TO "CHGLIST"
021779         ORGANIZATION IS SEQUENTIAL
021780         FILE STATUS IS CHG-FILE-STATUS.
021781
021782     SELECT CHANGE-SORTED-FILE ASSIGN TO "CHGSORT"
021783         ORGANIZATION IS SEQUENTIAL
021784         FILE STATUS IS CSRT-FILE-STATUS.
021785
021786     SELECT CHANGE-SORT-WORK ASSIGN TO "SORTWK01".
021787
021788     SELECT EXAM-FEED-FILE ASSIGN TO "EXAMFEED"
021789         ORGANIZATION IS SEQUENTIAL
021790         FILE STATUS IS EXAM-FILE-STATUS.
021791
021792     SELECT EXAM-REPORT ASSIGN TO "EXAMRPT"
021793         ORGANIZATION IS SEQUENTIAL
021794         FILE STATUS IS EXRP-FILE-STATUS.
021795
021796     SELECT ARCHIVE-INQUIRY-REPORT ASSIGN TO "ARCHRPT"
021797         ORGANIZATION IS SEQUENTIAL
021798         FILE STATUS IS ARQR-FILE-STATUS.
021799
021800 DATA DIVISION.
021900 FILE SECTION.
022000 FD  APPLICANT-FILE
026700*    open together in that mode.
026800 FD  SUSPENSE-IN-FILE
026900     RECORDING MODE IS F.
026910 01  SUSPENSE-IN-RECORD             PIC X(66).
027100
027200 FD  SUSPENSE-REPORT
027300     RECORDING MODE IS F.
028696     RECORDING MODE IS F.
028697     COPY HISTREC.
028698
028701*    Archived applicants ride in APPLREC layout inside the
028702*    ARCHREC row, the record exactly as it stood on the
028703*    master followed by why and when it left.
028704 FD  ARCHIVE-FILE
028705     RECORDING MODE IS F.
028706     COPY ARCHREC.
028707
028708 FD  LETTER-EXTRACT-FILE
028709     RECORDING MODE IS F.
028712 FD  CYCLE-CONTROL-FILE
028713     RECORDING MODE IS F.
028714     COPY CYCLREC.
028715
028716*    The proposed limits row for a WHATIF run, PARMREC layout; a
028717*    plain 56 bytes here because PARMREC is already copied in the
028718*    ELIGPARM FD.  It is read INTO PROPOSED-LIMITS.
028719 FD  PROPOSED-PARM-FILE
028720     RECORDING MODE IS F.
028721 01  PROPOSED-PARM-RECORD           PIC X(56).
028722
028723 FD  IMPACT-REPORT
028724     RECORDING MODE IS F.
028725 01  IMPACT-REPORT-RECORD           PIC X(80).
028726
028727 FD  APPEAL-TRAN-FILE
028728     RECORDING MODE IS F.
028729     COPY APTRREC.
028730
028731 FD  APPEAL-CASE-FILE
028732     RECORDING MODE IS F.
028733     COPY APELREC.
028734
028735 FD  APPEAL-POSTING-REPORT
028736     RECORDING MODE IS F.
028737 01  APPEAL-POSTING-RECORD          PIC X(80).
028738
028739 FD  CHANGE-LIST-FILE
028740     RECORDING MODE IS F.
028741     COPY CHGREC.
028742
028743*    The change work list in applicant id order, as the SORT in
028744*    1690-SORT-CHANGE-LIST leaves it for the incremental pass.
028745 FD  CHANGE-SORTED-FILE
028746     RECORDING MODE IS F.
028747 01  CHANGE-SORTED-RECORD.
028748     05  CSRT-APPL-ID               PIC X(08).
028749     05  FILLER                     PIC X(14).
028750
028751 SD  CHANGE-SORT-WORK.
028752 01  CHANGE-SORT-RECORD.
028753     05  CSW-APPL-ID                PIC X(08).
028754     05  FILLER                     PIC X(14).
028755
028756 FD  EXAM-FEED-FILE
028757     RECORDING MODE IS F.
028758     COPY EXAMREC.
028759
028760 FD  EXAM-REPORT
028761     RECORDING MODE IS F.
028762 01  EXAM-REPORT-RECORD             PIC X(80).
028763
028764 FD  ARCHIVE-INQUIRY-REPORT
028765     RECORDING MODE IS F.
028766 01  ARCHIVE-INQUIRY-RECORD         PIC X(80).
028700
028800 WORKING-STORAGE SECTION.
028900     COPY ELIGLIM.
029910    77 FEED-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
029920    77 WS-FEED-TRAILER-COUNT   PIC 9(07) VALUE ZERO.
029930    77 WS-FEED-DATE            PIC 9(08) VALUE ZERO.
029940    77 RECORDS-RESCREENED-COUNT PIC 9(07) VALUE ZERO.
029950    77 CHANGE-LIST-COUNT       PIC 9(07) VALUE ZERO.
029960    77 WS-STANDING-COUNT       PIC 9(07) VALUE ZERO.
030000    77 RC-SUB                  PIC 9(02) VALUE ZERO.
030100    77 WS-RC-CODE-NUM          PIC 9(02) VALUE ZERO.
030200    01 REASON-COUNT-TABLE.
036531    01 CYCL-FILE-STATUS       PIC X(02).
036532        88 CYCL-FILE-OK                 VALUE "00".
036533
036534    01 PROP-FILE-STATUS       PIC X(02).
036535        88 PROP-FILE-OK                 VALUE "00".
036536
036537    01 IMPCT-FILE-STATUS      PIC X(02).
036538        88 IMPCT-FILE-OK                VALUE "00".
036539
036540    01 APLT-FILE-STATUS       PIC X(02).
036541        88 APLT-FILE-OK                 VALUE "00".
036542        88 APLT-FILE-EOF                VALUE "10".
036543
036544    01 APLC-FILE-STATUS       PIC X(02).
036545        88 APLC-FILE-OK                 VALUE "00".
036546
036547    01 APLR-FILE-STATUS       PIC X(02).
036548        88 APLR-FILE-OK                 VALUE "00".
036549
036565    01 CHG-FILE-STATUS        PIC X(02).
036566        88 CHG-FILE-OK                  VALUE "00".
036567
036568    01 CSRT-FILE-STATUS       PIC X(02).
036569        88 CSRT-FILE-OK                 VALUE "00".
036570
036571    01 EXAM-FILE-STATUS       PIC X(02).
036572        88 EXAM-FILE-OK                 VALUE "00".
036573
036574    01 EXRP-FILE-STATUS       PIC X(02).
036575        88 EXRP-FILE-OK                 VALUE "00".
036576
036577    01 ARQR-FILE-STATUS       PIC X(02).
036578        88 ARQR-FILE-OK                 VALUE "00".
036579
036580*    The APPLY feed's cycle header against the last cycle the
036581*    control file says was posted.  Posting happens only when
036582*    the feed is exactly the next cycle.
036583    01 WS-FEED-CYCLE          PIC 9(06) VALUE ZERO.
036584    01 WS-LAST-CYCLE          PIC 9(06) VALUE ZERO.
036585    01 WS-EXPECTED-CYCLE      PIC 9(06) VALUE ZERO.
036586    01 WS-CYCLE-SWITCH        PIC X(01) VALUE "N".
036587        88 WS-CYCLE-OK                  VALUE "Y".
036601
036602*    The VALIDATE pass.  WS-PASS-REQUEST is what the card asked
036603*    for, WS-PASS-TYPE what actually ran and WS-PASS-REASON why,
036604*    for the control report.  WS-CHG-KEY is the change list
036605*    entry in hand during an incremental pass - LOW-VALUES
036606*    before the first read, HIGH-VALUES once the list is used
036607*    up.  WS-SCREEN-SWITCH says whether the record in hand is
036608*    re-screened tonight or keeps its decision of record.
036609    01 WS-PASS-REQUEST        PIC X(01) VALUE SPACE.
036610        88 WS-PASS-REQ-INCR             VALUE "I".
036611        88 WS-PASS-REQ-OVERRIDE         VALUE "F".
036612    01 WS-PASS-TYPE           PIC X(01) VALUE "F".
036613        88 WS-PASS-FULL                 VALUE "F".
036614        88 WS-PASS-INCREMENTAL          VALUE "I".
036615    01 WS-PASS-REASON         PIC X(20) VALUE SPACES.
036616    01 WS-PRIOR-LIMITS-DATE   PIC 9(08) VALUE ZERO.
036617    01 WS-PRIOR-VAL-SWITCH    PIC X(01) VALUE "N".
036618        88 WS-PRIOR-VAL-FOUND           VALUE "Y".
036621    01 WS-CHG-KEY             PIC X(08) VALUE HIGH-VALUES.
036622    01 WS-SCREEN-SWITCH       PIC X(01) VALUE "Y".
036623        88 WS-SCREEN-THIS               VALUE "Y".
036518
036519*    The standing an applicant carried before the change being
036520*    recorded; 3350 appends a history row only when it
038310        88 WS-MODE-WAIVER               VALUE "WAIVER".
038320        88 WS-MODE-EXTRACT              VALUE "EXTRACT".
038330        88 WS-MODE-ARCHIVE              VALUE "ARCHIVE".
038340        88 WS-MODE-WHATIF               VALUE "WHATIF".
038350        88 WS-MODE-APPEAL               VALUE "APPEAL".
038360        88 WS-MODE-EXAM                 VALUE "EXAM".
038361        88 WS-MODE-ARCHINQ              VALUE "ARCHINQ".
038362        88 WS-MODE-RESTORE              VALUE "RESTORE".
038363        88 WS-MODE-ANONYMIZ             VALUE "ANONYMIZ".
038400    01 WS-LOOKUP-ID            PIC X(08) VALUE SPACES.
038500    01 WS-MAINT-NEW-DOB        PIC 9(08) VALUE ZERO.
038600    01 WS-MAINT-NEW-HEIGHT     PIC 9(08) VALUE ZERO.
039000    01 WS-MAINT-FINAL-AGE      PIC 9(08) VALUE ZERO.
039100    01 WS-MAINT-FINAL-HEIGHT   PIC 9(08) VALUE ZERO.
039200    01 WS-MAINT-RESULT         PIC X(08) VALUE SPACES.
039201
039202*    Archive inquiry and RESTORE.  The inquiry searches by the
039203*    applicant id on the card, or by name and date of birth when
039204*    the id is blank; RESTORE takes the id only.  RESTORE keeps
039205*    the latest archive row for the id not yet restored, and its
039206*    position on the dataset so 7220 can mark it once the record
039207*    is back on the master.
039208    01 WS-RESTORE-RESULT       PIC X(08) VALUE SPACES.
039209    01 WS-INQ-NAME             PIC X(20) VALUE SPACES.
039210    01 WS-INQ-DOB              PIC 9(08) VALUE ZERO.
039211    01 WS-INQ-KEY-SWITCH       PIC X(01) VALUE SPACE.
039212        88 WS-INQ-BY-ID                 VALUE "I".
039213        88 WS-INQ-BY-NAME               VALUE "N".
039214        88 WS-INQ-NO-KEY                VALUE SPACE.
039215    01 WS-ARCHINQ-FILES-SWITCH PIC X(01) VALUE "N".
039216        88 WS-ARCHINQ-FILES-OK          VALUE "Y".
039217    77 ARCHIVE-READ-COUNT      PIC 9(07) VALUE ZERO.
039218    77 ARCHIVE-MATCH-COUNT     PIC 9(07) VALUE ZERO.
039219    01 WS-ARCH-ROW-NUMBER      PIC 9(07) VALUE ZERO.
039220    01 WS-RESTORE-ROW-NUMBER   PIC 9(07) VALUE ZERO.
039221    01 WS-RESTORE-ROW          PIC X(176) VALUE SPACES.
039222
039223    01 ARCHIVE-INQUIRY-LINE.
039224         05 ARQL-ID              PIC X(08).
039225         05 FILLER               PIC X(02) VALUE SPACES.
039226         05 ARQL-NAME            PIC X(20).
039227         05 FILLER               PIC X(02) VALUE SPACES.
039228         05 ARQL-DOB             PIC X(08).
039229         05 FILLER               PIC X(02) VALUE SPACES.
039230         05 ARQL-STATUS          PIC X(01).
039231         05 FILLER               PIC X(01) VALUE SPACES.
039232         05 ARQL-REASON-CODE     PIC X(02).
039233         05 FILLER               PIC X(01) VALUE SPACES.
039234         05 ARQL-DECISION-DATE   PIC 9(06).
039235         05 FILLER               PIC X(02) VALUE SPACES.
039236         05 ARQL-DISP            PIC X(02).
039237         05 FILLER               PIC X(01) VALUE SPACES.
039238         05 ARQL-ENROLL-DATE     PIC 9(08).
039239         05 FILLER               PIC X(14) VALUE SPACES.
039240
039241    01 ARCHIVE-INQUIRY-LINE-2.
039242         05 FILLER               PIC X(10) VALUE SPACES.
039243         05 ARQ2-LEFT-TEXT       PIC X(20).
039244         05 FILLER               PIC X(01) VALUE SPACES.
039245         05 ARQ2-LEFT-DATE       PIC X(08).
039246         05 FILLER               PIC X(02) VALUE SPACES.
039247         05 ARQ2-RESULT          PIC X(28).
039248         05 FILLER               PIC X(11) VALUE SPACES.
039249
039250*    Masked prints.  3060 puts the applicant's name and date of
039251*    birth in WS-PRINT-NAME/WS-PRINT-DOB for a report or console
039252*    line; when the card asks for masking only the first three
039253*    letters of the name and the year of birth are left showing.
039254    01 WS-MASK-SWITCH          PIC X(01) VALUE SPACE.
039255        88 WS-MASK-PRINTS               VALUE "M".
039256    01 WS-PRINT-NAME           PIC X(20) VALUE SPACES.
039257    01 WS-PRINT-NAME-PARTS REDEFINES WS-PRINT-NAME.
039258         05 WS-PRN-SHOWN         PIC X(03).
039259         05 WS-PRN-HIDDEN        PIC X(17).
039260    01 WS-PRINT-DOB            PIC X(08) VALUE SPACES.
039261    01 WS-PRINT-DOB-PARTS REDEFINES WS-PRINT-DOB.
039262         05 WS-PRD-CCYY          PIC X(04).
039263         05 WS-PRD-MMDD          PIC X(04).
039264
039265*    Archive anonymization.  A row whose record left the master
039266*    (or, once restored, came back to it) more than this many
039267*    years ago loses the name and all but the year of the date
039268*    of birth on the next ANONYMIZ run.  A row archived before
039269*    the leaving date was kept runs from the enrollment outcome
039270*    date, or failing that the decision date, on the record.
039271    77 ANON-RETENTION-YEARS    PIC 9(02) VALUE 07.
039272    77 ANON-ALREADY-COUNT      PIC 9(07) VALUE ZERO.
039273    77 ANON-RETAINED-COUNT     PIC 9(07) VALUE ZERO.
039275    77 ANON-NO-DATE-COUNT      PIC 9(07) VALUE ZERO.
039276    01 WS-ANON-CLOCK-DATE      PIC 9(08) VALUE ZERO.
039300
039400    01 WS-RUN-DATE.
039500         05 WS-RUN-YY            PIC 9(02).
044320            88 WS-WAIV-END-OF-FILE          VALUE "Y".
044330         05 WS-RMV-EOF-SWITCH    PIC X(01) VALUE "N".
044340            88 WS-RMV-END-OF-FILE           VALUE "Y".
044350         05 WS-APLT-EOF-SWITCH   PIC X(01) VALUE "N".
044360            88 WS-APLT-END-OF-FILE          VALUE "Y".
044370         05 WS-EXAM-EOF-SWITCH   PIC X(01) VALUE "N".
044371            88 WS-EXAM-END-OF-FILE          VALUE "Y".
044372         05 WS-ARCH-EOF-SWITCH   PIC X(01) VALUE "N".
044373            88 WS-ARCH-END-OF-FILE          VALUE "Y".
044400
044410*    Set per record by 3020-APPLY-WAIVER when an unexpired
044420*    waiver for exactly the reject reason drawn turned the
051893         05 FILLER               PIC X(02) VALUE SPACES.
051894         05 WVL-ACTION           PIC X(20).
051895         05 FILLER               PIC X(04) VALUE SPACES.
051896
051897*    WHATIF run.  The proposed row as read off PROPPARM, the
051898*    limits in force today held aside while the proposed ones
051899*    are swapped into ELIGLIM for the second screening of each
051900*    applicant, and each applicant's standing under both.
051901    01 PROPOSED-LIMITS.
051902         05 PROP-EFFECTIVE-DATE  PIC 9(08).
051903         05 PROP-MIN-AGE         PIC 9(08).
051904         05 PROP-MAX-AGE         PIC 9(08).
051905         05 PROP-MIN-HEIGHT      PIC 9(08).
051906         05 PROP-MAX-HEIGHT      PIC 9(08).
051907         05 PROP-MIN-WEIGHT      PIC 9(08).
051908         05 PROP-MAX-WEIGHT      PIC 9(08).
051909
051910    01 HELD-LIMITS.
051911         05 HELD-EFFECTIVE-DATE  PIC 9(08).
051912         05 HELD-MIN-AGE         PIC 9(08).
051913         05 HELD-MAX-AGE         PIC 9(08).
051914         05 HELD-MIN-HEIGHT      PIC 9(08).
051915         05 HELD-MAX-HEIGHT      PIC 9(08).
051916         05 HELD-MIN-WEIGHT      PIC 9(08).
051917         05 HELD-MAX-WEIGHT      PIC 9(08).
051918
051919    01 WS-WHATIF-SWITCH        PIC X(01) VALUE "N".
051920        88 WS-WHATIF-ROW-OK             VALUE "Y".
051921    01 WS-WHATIF-PASS          PIC 9(01) VALUE ZERO.
051922        88 WS-PASS-SENT-LOSSES          VALUE 1.
051923        88 WS-PASS-UNSENT-LOSSES        VALUE 2.
051924        88 WS-PASS-GAINS                VALUE 3.
051925        88 WS-PASS-WAIVERS              VALUE 4.
051926
051927    01 WS-WHATIF-RESULT.
051928         05 WS-BASE-STATUS       PIC X(01).
051929            88 WS-BASE-ACCEPTED          VALUE "A".
051930            88 WS-BASE-REJECTED          VALUE "R".
051931         05 WS-BASE-REASON       PIC X(02).
051932         05 WS-BASE-WAIVED-SW    PIC X(01).
051933            88 WS-BASE-WAIVED            VALUE "Y".
051934         05 WS-PROP-STATUS       PIC X(01).
051935            88 WS-PROP-ACCEPTED          VALUE "A".
051936            88 WS-PROP-REJECTED          VALUE "R".
051937         05 WS-PROP-REASON       PIC X(02).
051938         05 WS-PROP-WAIVED-SW    PIC X(01).
051939            88 WS-PROP-WAIVED            VALUE "Y".
051940
051941    77 WHATIF-SENT-LOSS-COUNT   PIC 9(07) VALUE ZERO.
051942    77 WHATIF-UNSENT-LOSS-COUNT PIC 9(07) VALUE ZERO.
051943    77 WHATIF-GAIN-COUNT        PIC 9(07) VALUE ZERO.
051944    77 WHATIF-WAIVER-STOP-COUNT PIC 9(07) VALUE ZERO.
051945    77 WHATIF-WAIVER-START-COUNT PIC 9(07) VALUE ZERO.
051946    77 WHATIF-SECTION-LINES     PIC 9(07) VALUE ZERO.
051947    01 WHATIF-REASON-TABLE.
051948         05 WHATIF-REASON-ENTRY OCCURS 6 TIMES.
051949            10 WHATIF-BASE-REJECTS PIC 9(07).
051950            10 WHATIF-PROP-REJECTS PIC 9(07).
051951    01 WS-WHATIF-NET           PIC S9(07) VALUE ZERO.
051952
051953    01 IMPACT-LIMIT-LINE.
051954         05 IMPL-LABEL           PIC X(24).
051955         05 IMPL-CURRENT         PIC ZZZZZZZ9.
051956         05 FILLER               PIC X(04) VALUE SPACES.
051957         05 IMPL-PROPOSED        PIC ZZZZZZZ9.
051958         05 FILLER               PIC X(36) VALUE SPACES.
051959
051960    01 IMPACT-DETAIL-LINE.
051961         05 IMPD-ID              PIC X(08).
051962         05 FILLER               PIC X(01) VALUE SPACES.
051963         05 IMPD-NAME            PIC X(20).
051964         05 FILLER               PIC X(01) VALUE SPACES.
051965         05 IMPD-AGE             PIC ZZ9.
051966         05 FILLER               PIC X(01) VALUE SPACES.
051967         05 IMPD-HEIGHT          PIC ZZZZ9.
051968         05 FILLER               PIC X(01) VALUE SPACES.
051969         05 IMPD-WEIGHT          PIC ZZZZ9.
051970         05 FILLER               PIC X(01) VALUE SPACES.
051971         05 IMPD-FROM            PIC X(03).
051972         05 FILLER               PIC X(04) VALUE " TO ".
051973         05 IMPD-TO              PIC X(03).
051974         05 FILLER               PIC X(01) VALUE SPACES.
051975         05 IMPD-TEXT            PIC X(23).
051976
051977    01 IMPACT-WAIVER-LINE.
051978         05 IMPW-ID              PIC X(08).
051979         05 FILLER               PIC X(01) VALUE SPACES.
051980         05 IMPW-NAME            PIC X(20).
051981         05 FILLER               PIC X(01) VALUE SPACES.
051982         05 IMPW-REASON-CODE     PIC X(02).
051983         05 FILLER               PIC X(01) VALUE SPACES.
051984         05 IMPW-AUTHORITY       PIC X(08).
051985         05 FILLER               PIC X(01) VALUE SPACES.
051986         05 IMPW-EXPIRY          PIC 9(08).
051987         05 FILLER               PIC X(01) VALUE SPACES.
051988         05 IMPW-ACTION          PIC X(29).
051989
051990    01 IMPACT-REASON-LINE.
051991         05 IMPR-CODE            PIC X(02).
051992         05 FILLER               PIC X(02) VALUE SPACES.
051993         05 IMPR-TEXT            PIC X(32).
051994         05 FILLER               PIC X(01) VALUE SPACES.
051995         05 IMPR-CURRENT         PIC ZZZZZZ9.
051996         05 FILLER               PIC X(02) VALUE SPACES.
051997         05 IMPR-PROPOSED        PIC ZZZZZZ9.
051998         05 FILLER               PIC X(02) VALUE SPACES.
051999         05 IMPR-NET             PIC -ZZZZZZ9.
052000         05 FILLER               PIC X(17) VALUE SPACES.
052001
052002*    Appeal case handling.  WS-APPEALS-ON-FILE is set when a
052003*    VALIDATE or REEXAM run has the case file open, so 3380 can
052004*    hold the rejection letter of an applicant with an active
052005*    case; 3390 answers that question per applicant.
052006    77 LETTERS-HELD-COUNT      PIC 9(07) VALUE ZERO.
052007    77 CASES-OPENED-COUNT      PIC 9(07) VALUE ZERO.
052008    77 CASES-UPDATED-COUNT     PIC 9(07) VALUE ZERO.
052009    77 CASES-CLOSED-COUNT      PIC 9(07) VALUE ZERO.
052010    77 CASES-OVERTURNED-COUNT  PIC 9(07) VALUE ZERO.
052011    01 WS-APPEALS-SWITCH       PIC X(01) VALUE "N".
052012        88 WS-APPEALS-ON-FILE           VALUE "Y".
052013    01 WS-APPEAL-OPEN-SWITCH   PIC X(01) VALUE "N".
052014        88 WS-APPEAL-IS-OPEN            VALUE "Y".
052015    01 WS-CASE-SCAN-SWITCH     PIC X(01) VALUE "N".
052016        88 WS-CASE-SCAN-DONE            VALUE "Y".
052017    01 WS-APPEAL-CORR-SWITCH   PIC X(01) VALUE "N".
052018        88 WS-APPEAL-CORRECTED          VALUE "Y".
052019    01 WS-APEL-OLD-STATUS      PIC X(12) VALUE SPACES.
052020
052021    01 APPEAL-POST-LINE.
052022         05 APST-ID              PIC X(08).
052023         05 FILLER               PIC X(01) VALUE SPACES.
052024         05 APST-CASE            PIC 9(03).
052025         05 FILLER               PIC X(01) VALUE SPACES.
052026         05 APST-OLD-STATUS      PIC X(12).
052027         05 FILLER               PIC X(01) VALUE SPACES.
052028         05 APST-NEW-STATUS      PIC X(12).
052029         05 FILLER               PIC X(01) VALUE SPACES.
052030         05 APST-RESULT          PIC X(41).
052031
052032*    Medical exam posting.  The tolerances are how far a
052033*    measured height or weight may sit from what the applicant
052034*    reported before the exam report flags the pair; an
052035*    accepted applicant sent to enrollment more than
052036*    EXAM-OVERDUE-DAYS ago with no exam on file is listed as
052037*    overdue.  WS-DN-xxx is the day-number workspace 5880 uses
052038*    to count those days, the same arithmetic as PROG000G.
052039    77 HEIGHT-TOLERANCE        PIC 9(03) VALUE 002.
052040    77 WEIGHT-TOLERANCE        PIC 9(03) VALUE 005.
052041    77 EXAM-OVERDUE-DAYS       PIC 9(03) VALUE 030.
052042    77 EXAMS-DISCREPANT-COUNT  PIC 9(07) VALUE ZERO.
052043    77 EXAMS-FAILED-COUNT      PIC 9(07) VALUE ZERO.
052044    77 EXAMS-REDECIDED-COUNT   PIC 9(07) VALUE ZERO.
052045    77 EXAMS-NOW-REJECTED-COUNT PIC 9(07) VALUE ZERO.
052046    77 EXAMS-NOW-ACCEPTED-COUNT PIC 9(07) VALUE ZERO.
052047    77 EXAMS-REMOVAL-COUNT     PIC 9(07) VALUE ZERO.
052048    77 EXAMS-OVERDUE-COUNT     PIC 9(07) VALUE ZERO.
052049    01 WS-EXAM-FILES-SWITCH    PIC X(01) VALUE "N".
052050        88 WS-EXAM-FILES-OK             VALUE "Y".
052051    01 WS-EXAM-SCAN-SWITCH     PIC X(01) VALUE "N".
052052        88 WS-EXAM-SCAN-DONE            VALUE "Y".
052053    01 WS-EXAM-HEIGHT-DIFF     PIC 9(08) VALUE ZERO.
052054    01 WS-EXAM-WEIGHT-DIFF     PIC 9(08) VALUE ZERO.
052055    01 WS-EXAM-RUN-DAY         PIC 9(07) VALUE ZERO.
052056    01 WS-EXAM-DAYS-WAITING    PIC S9(07) VALUE ZERO.
052057    01 WS-DN-DATE.
052058         05 WS-DN-CCYY           PIC 9(04).
052059         05 WS-DN-MM             PIC 9(02).
052060         05 WS-DN-DD             PIC 9(02).
052061    01 WS-DN-DATE-N REDEFINES WS-DN-DATE
052062                               PIC 9(08).
052063    01 WS-DN-YEAR              PIC 9(04) VALUE ZERO.
052064    01 WS-DN-MONTH             PIC 9(02) VALUE ZERO.
052065    01 WS-DN-PART              PIC 9(07) VALUE ZERO.
052066    01 WS-DN-RESULT            PIC 9(07) VALUE ZERO.
052067
052068    01 EXAM-POST-LINE.
052069         05 EXPL-ID              PIC X(08).
052070         05 FILLER               PIC X(01) VALUE SPACES.
052071         05 EXPL-STATION         PIC X(06).
052072         05 FILLER               PIC X(01) VALUE SPACES.
052073         05 EXPL-RPT-HEIGHT      PIC ZZZ9.
052074         05 FILLER               PIC X(01) VALUE SPACES.
052075         05 EXPL-EXM-HEIGHT      PIC ZZZ9.
052076         05 FILLER               PIC X(01) VALUE SPACES.
052077         05 EXPL-RPT-WEIGHT      PIC ZZZ9.
052078         05 FILLER               PIC X(01) VALUE SPACES.
052079         05 EXPL-EXM-WEIGHT      PIC ZZZ9.
052080         05 FILLER               PIC X(01) VALUE SPACES.
052081         05 EXPL-FLAG            PIC X(05).
052082         05 FILLER               PIC X(01) VALUE SPACES.
052083         05 EXPL-RESULT          PIC X(01).
052084         05 FILLER               PIC X(01) VALUE SPACES.
052085         05 EXPL-ACTION          PIC X(36).
052086
052087    01 EXAM-OVERDUE-LINE.
052088         05 EXOL-ID              PIC X(08).
052089         05 FILLER               PIC X(01) VALUE SPACES.
052090         05 EXOL-NAME            PIC X(20).
052091         05 FILLER               PIC X(01) VALUE SPACES.
052092         05 EXOL-OFFICE          PIC X(04).
052093         05 FILLER               PIC X(01) VALUE SPACES.
052094         05 EXOL-SENT-DATE       PIC 9(08).
052095         05 FILLER               PIC X(01) VALUE SPACES.
052096         05 EXOL-DAYS            PIC ZZZZ9.
052097         05 FILLER               PIC X(01) VALUE SPACES.
052098         05 EXOL-CLASS           PIC X(06).
052099         05 FILLER               PIC X(24) VALUE SPACES.
052109
052119 PROCEDURE DIVISION.
052129
052200 0000-MAINLINE.
052300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
052400     IF WS-MODE-LOAD
053540         PERFORM 2500-EXTRACT-ALL-ACCEPTED THRU 2500-EXIT
053550     ELSE IF WS-MODE-ARCHIVE
053560         PERFORM 2600-ARCHIVE-FINISHED THRU 2600-EXIT
053568     ELSE IF WS-MODE-WHATIF
053576         PERFORM 2700-WHATIF-IMPACT THRU 2700-EXIT
053584     ELSE IF WS-MODE-APPEAL
053592         PERFORM 5700-POST-APPEALS THRU 5700-EXIT
053593     ELSE IF WS-MODE-EXAM
053594         PERFORM 5800-POST-EXAM-RESULTS THRU 5800-EXIT
053595     ELSE IF WS-MODE-ARCHINQ
053596         PERFORM 7100-INQUIRE-ARCHIVE THRU 7100-EXIT
053597     ELSE IF WS-MODE-RESTORE
053598         PERFORM 7200-RESTORE-APPLICANT THRU 7200-EXIT
053599     ELSE IF WS-MODE-ANONYMIZ
053601         PERFORM 7300-ANONYMIZE-ARCHIVE THRU 7300-EXIT
053611     ELSE
053700         PERFORM 2000-PROCESS-APPLICANT THRU 2000-EXIT
053800             UNTIL WS-END-OF-FILE
053900     END-IF.
056740         PERFORM 1750-OPEN-EXTRACT-FILES THRU 1750-EXIT
056750     ELSE IF WS-MODE-ARCHIVE
056760         PERFORM 1770-OPEN-ARCHIVE-FILES THRU 1770-EXIT
056768     ELSE IF WS-MODE-WHATIF
056776         PERFORM 1780-OPEN-WHATIF-FILES THRU 1780-EXIT
056784     ELSE IF WS-MODE-APPEAL
056792         PERFORM 1790-OPEN-APPEAL-FILES THRU 1790-EXIT
056793     ELSE IF WS-MODE-EXAM
056794         PERFORM 1795-OPEN-EXAM-FILES THRU 1795-EXIT
056795     ELSE IF WS-MODE-ARCHINQ OR WS-MODE-RESTORE
056796         PERFORM 1797-OPEN-ARCHINQ-FILES THRU 1797-EXIT
056797     ELSE IF WS-MODE-ANONYMIZ
056798         PERFORM 1798-OPEN-ANONYMIZE-FILES THRU 1798-EXIT
056800     ELSE IF WS-MODE-LOOKUP OR WS-MODE-MAINT
056900         PERFORM 1400-OPEN-LOOKUP-FILES THRU 1400-EXIT
057000     ELSE IF WS-MODE-REPORT
072540                 "REPORT, STATUS = " WAIVRPT-FILE-STATUS
072550         MOVE "Y" TO WS-EOF-SWITCH
072560     END-IF.
072570     PERFORM 1670-OPEN-APPEAL-CASES THRU 1670-EXIT.
072580     PERFORM 1680-SET-PASS-TYPE THRU 1680-EXIT.
072600     IF NOT APPL-FILE-OK
072700         DISPLAY "PROG000X - UNABLE TO OPEN APPLICANT-FILE, "
072800                 "STATUS = " APPL-FILE-STATUS
073453 1665-EXIT.
073454     EXIT.
073455
073456******************************************************************
073457* 1670-OPEN-APPEAL-CASES - VALIDATE and REEXAM read the appeal
073458*     case file to hold reject letters while an appeal is open.
073459*     A missing case file is not an error - there is then no
073460*     appeal to hold a letter for - but it is noted on the log.
073461******************************************************************
073462 1670-OPEN-APPEAL-CASES.
073463     MOVE "N" TO WS-APPEALS-SWITCH.
073464     OPEN INPUT APPEAL-CASE-FILE.
073465     IF APLC-FILE-OK
073466         MOVE "Y" TO WS-APPEALS-SWITCH
073467     ELSE
073468         DISPLAY "PROG000X - NO APPEAL CASE FILE, NO REJECT "
073469                 "LETTERS HELD, STATUS = " APLC-FILE-STATUS
073470     END-IF.
073471 1670-EXIT.
073472     EXIT.
073473
073474******************************************************************
073475* 1680-SET-PASS-TYPE - Decide whether this VALIDATE run sweeps
073476*     the whole master or only the change work list.  The full
073477*     sweep is the default and the fallback: the card has to ask
073478*     for pass type I, there has to be a clean VALIDATE on the
073479*     audit trail run under the same limits row that is in force
073480*     tonight (a new row can change anyone's standing), and the
073481*     change list has to open and sort.  Anything short of that
073482*     sweeps the master, and the reason prints on the control
073483*     report.  A restart decides the same way as the run it
073484*     restarts - the abended run left no audit row and did not
073485*     empty the list - and the first record after the skip in
073486*     1200 walks the list forward past everything skipped.
073487******************************************************************
073488 1680-SET-PASS-TYPE.
073489     MOVE "F" TO WS-PASS-TYPE.
073490     MOVE HIGH-VALUES TO WS-CHG-KEY.
073491     IF WS-PASS-REQ-OVERRIDE
073492         MOVE "OPERATOR OVERRIDE" TO WS-PASS-REASON
073493         GO TO 1680-EXIT
073494     END-IF.
073495     IF NOT WS-PASS-REQ-INCR
073496         MOVE "NOT REQUESTED"     TO WS-PASS-REASON
073497         GO TO 1680-EXIT
073498     END-IF.
073499     PERFORM 1685-FIND-PRIOR-VALIDATE THRU 1685-EXIT.
073500     IF NOT WS-PRIOR-VAL-FOUND
073501         MOVE "NO PRIOR VALIDATE" TO WS-PASS-REASON
073502         GO TO 1680-EXIT
073503     END-IF.
073504     IF WS-PRIOR-LIMITS-DATE NOT = ELIGIBLE-LIMITS-EFF-DATE
073505         MOVE "NEW LIMITS ROW"    TO WS-PASS-REASON
073506         GO TO 1680-EXIT
073507     END-IF.
073508     PERFORM 1690-SORT-CHANGE-LIST THRU 1690-EXIT.
073509 1680-EXIT.
073510     EXIT.
073511
073512******************************************************************
073513* 1685-FIND-PRIOR-VALIDATE - Scan the audit trail for the most
073514*     recent VALIDATE row that ended clean and keep the limits
073515*     effective date it ran under.  A VALIDATE that ended in
073516*     error (RUN-ERR) does not count: its restart, or failing
073517*     that the next night, must still see the limits change.
073518******************************************************************
073519 1685-FIND-PRIOR-VALIDATE.
073520     MOVE "N" TO WS-PRIOR-VAL-SWITCH.
073521     MOVE ZERO TO WS-PRIOR-LIMITS-DATE.
073522     MOVE "N" TO WS-AUD-EOF-SWITCH.
073523     OPEN INPUT AUDIT-TRAIL-FILE.
073524     IF AUD-FILE-OK
073525         PERFORM 1687-SCAN-PRIOR-ROW THRU 1687-EXIT
073526             UNTIL WS-AUD-END-OF-FILE
073527         CLOSE AUDIT-TRAIL-FILE
073528     END-IF.
073529 1685-EXIT.
073530     EXIT.
073531
073532 1687-SCAN-PRIOR-ROW.
073533     READ AUDIT-TRAIL-FILE
073534         AT END
073535             MOVE "Y" TO WS-AUD-EOF-SWITCH
073536         NOT AT END
073537             IF AUD-RUN-MODE = "VALIDATE"
073538                     AND AUD-COMPLETION-STATUS = "COMPLETE"
073539                 MOVE "Y" TO WS-PRIOR-VAL-SWITCH
073540                 MOVE AUD-LIMITS-EFF-DATE TO WS-PRIOR-LIMITS-DATE
073541             END-IF
073542     END-READ.
073543 1687-EXIT.
073544     EXIT.
073545
073546******************************************************************
073547* 1690-SORT-CHANGE-LIST - Count the change work list, sort it
073548*     into applicant id order and open the sorted copy for the
073549*     pass to read in step with the master.  A list that will
073550*     not open is not "no changes" - it may simply not be
073551*     there - so it, or a failed sort, falls back to the full
073552*     sweep.  An empty list is a legitimate quiet night.
073553******************************************************************
073554 1690-SORT-CHANGE-LIST.
073555     MOVE ZERO TO CHANGE-LIST-COUNT.
073557     OPEN INPUT CHANGE-LIST-FILE.
073558     IF NOT CHG-FILE-OK
073559         DISPLAY "PROG000X - UNABLE TO OPEN CHANGE-LIST-FILE, "
073560                 "STATUS = " CHG-FILE-STATUS
073561         MOVE "NO CHANGE LIST"    TO WS-PASS-REASON
073562         GO TO 1690-EXIT
073563     END-IF.
073564     PERFORM 1695-COUNT-ONE-CHANGE THRU 1695-EXIT
073565         UNTIL NOT CHG-FILE-OK.
073566     CLOSE CHANGE-LIST-FILE.
073567     SORT CHANGE-SORT-WORK
073568         ON ASCENDING KEY CSW-APPL-ID
073569         USING CHANGE-LIST-FILE
073570         GIVING CHANGE-SORTED-FILE.
073571     IF SORT-RETURN NOT = ZERO
073572         DISPLAY "PROG000X - CHANGE LIST SORT FAILED, "
073573                 "SORT-RETURN = " SORT-RETURN
073574         MOVE "CHANGE SORT FAILED" TO WS-PASS-REASON
073575         GO TO 1690-EXIT
073576     END-IF.
073577     OPEN INPUT CHANGE-SORTED-FILE.
073578     IF NOT CSRT-FILE-OK
073579         DISPLAY "PROG000X - UNABLE TO OPEN CHANGE-SORTED-FILE, "
073580                 "STATUS = " CSRT-FILE-STATUS
073581         MOVE "CHANGE SORT FAILED" TO WS-PASS-REASON
073582         GO TO 1690-EXIT
073583     END-IF.
073584     MOVE "I" TO WS-PASS-TYPE.
073585     MOVE "LIMITS UNCHANGED"  TO WS-PASS-REASON.
073586     MOVE LOW-VALUES TO WS-CHG-KEY.
073587 1690-EXIT.
073588     EXIT.
073589
073590 1695-COUNT-ONE-CHANGE.
073591     READ CHANGE-LIST-FILE
073592         AT END
073593             CONTINUE
073594         NOT AT END
073595             ADD 1 TO CHANGE-LIST-COUNT
073596     END-READ.
073597 1695-EXIT.
073598     EXIT.
073599
073600******************************************************************
073700* 1700-OPEN-REPORT-FILES - Open the indexed applicant master for
073800*     sequential input along with the exception and control
076480     END-IF.
076481 1770-EXIT.
076482     EXIT.
076483
076484******************************************************************
076485* 1780-OPEN-WHATIF-FILES - Read the proposed limits row off the
076486*     PROPPARM card and check it will screen: every field
076487*     numeric, an effective date, and no minimum above its
076488*     maximum.  A bad row ends the run RC 16 with nothing
076489*     screened - an impact report off garbage limits is worse
076490*     than none.  Then hold today's limits aside, open the
076491*     master for input and the impact report, and move the
076492*     run's as-of date to the proposed effective date so
076493*     3010-DERIVE-AGE and 3020-APPLY-WAIVER judge every
076494*     applicant as of the night the row would take effect.  A
076495*     proposed date already past is screened as of tonight.
076496*     WS-RUN-DATE itself stays the real run date for the
076497*     report heading and the audit row.
076498******************************************************************
076499 1780-OPEN-WHATIF-FILES.
076500     MOVE "N" TO WS-WHATIF-SWITCH.
076501     MOVE "Y" TO WS-EOF-SWITCH.
076502     OPEN INPUT PROPOSED-PARM-FILE.
076503     IF NOT PROP-FILE-OK
076504         DISPLAY "PROG000X - UNABLE TO OPEN PROPOSED-PARM-FILE, "
076505                 "STATUS = " PROP-FILE-STATUS
076506         MOVE 16 TO RETURN-CODE
076507         GO TO 1780-EXIT
076508     END-IF.
076509     READ PROPOSED-PARM-FILE INTO PROPOSED-LIMITS
076510         AT END
076511             DISPLAY "PROG000X - NO PROPOSED LIMITS ROW ON "
076512                     "PROPPARM"
076513             MOVE 16 TO RETURN-CODE
076514     END-READ.
076515     CLOSE PROPOSED-PARM-FILE.
076516     IF RETURN-CODE NOT = ZERO
076517         GO TO 1780-EXIT
076518     END-IF.
076519     IF PROPOSED-LIMITS NOT NUMERIC
076520             OR PROP-EFFECTIVE-DATE = ZERO
076521             OR PROP-MIN-AGE > PROP-MAX-AGE
076522             OR PROP-MIN-HEIGHT > PROP-MAX-HEIGHT
076523             OR PROP-MIN-WEIGHT > PROP-MAX-WEIGHT
076524         DISPLAY "PROG000X - PROPOSED LIMITS ROW IS NOT USABLE, "
076525                 "ROW = " PROPOSED-LIMITS
076526         DISPLAY "PROG000X - CORRECT THE PROPPARM CARD AND "
076527                 "RESUBMIT"
076528         MOVE 16 TO RETURN-CODE
076529         GO TO 1780-EXIT
076530     END-IF.
076531     MOVE ELIGIBLE-LIMITS-EFF-DATE TO HELD-EFFECTIVE-DATE.
076532     MOVE MIN-ELIGIBLE-AGE         TO HELD-MIN-AGE.
076533     MOVE MAX-ELIGIBLE-AGE         TO HELD-MAX-AGE.
076534     MOVE MIN-ELIGIBLE-HEIGHT      TO HELD-MIN-HEIGHT.
076535     MOVE MAX-ELIGIBLE-HEIGHT      TO HELD-MAX-HEIGHT.
076536     MOVE MIN-ELIGIBLE-WEIGHT      TO HELD-MIN-WEIGHT.
076537     MOVE MAX-ELIGIBLE-WEIGHT      TO HELD-MAX-WEIGHT.
076538     IF PROP-EFFECTIVE-DATE > WS-RUNF-DATE-N
076539         MOVE PROP-EFFECTIVE-DATE TO WS-RUNF-DATE-N
076540     END-IF.
076541     OPEN OUTPUT IMPACT-REPORT.
076542     IF NOT IMPCT-FILE-OK
076543         DISPLAY "PROG000X - UNABLE TO OPEN IMPACT-REPORT, "
076544                 "STATUS = " IMPCT-FILE-STATUS
076545         MOVE 16 TO RETURN-CODE
076546         GO TO 1780-EXIT
076547     END-IF.
076548     OPEN INPUT APPLICANT-FILE.
076549     IF NOT APPL-FILE-OK
076550         DISPLAY "PROG000X - UNABLE TO OPEN APPLICANT-FILE, "
076551                 "STATUS = " APPL-FILE-STATUS
076552         MOVE 16 TO RETURN-CODE
076553         GO TO 1780-EXIT
076554     END-IF.
076555     MOVE "Y" TO WS-WHATIF-SWITCH.
076556 1780-EXIT.
076557     EXIT.
076558
076559******************************************************************
076560* 1790-OPEN-APPEAL-FILES - Open the desk's case update feed, the
076561*     appeal case file and the master I-O, and start the
076562*     posting report.  Any of them failing leaves nothing to
076563*     post.
076564******************************************************************
076565 1790-OPEN-APPEAL-FILES.
076566     OPEN INPUT APPEAL-TRAN-FILE.
076567     IF NOT APLT-FILE-OK
076568         DISPLAY "PROG000X - UNABLE TO OPEN APPEAL-TRAN-FILE, "
076569                 "STATUS = " APLT-FILE-STATUS
076570         MOVE "Y" TO WS-APLT-EOF-SWITCH
076571     END-IF.
076572     OPEN I-O APPEAL-CASE-FILE.
076573     IF NOT APLC-FILE-OK
076574         DISPLAY "PROG000X - UNABLE TO OPEN APPEAL-CASE-FILE, "
076575                 "STATUS = " APLC-FILE-STATUS
076576         MOVE "Y" TO WS-APLT-EOF-SWITCH
076577     END-IF.
076578     OPEN I-O APPLICANT-FILE.
076579     IF NOT APPL-FILE-OK
076580         DISPLAY "PROG000X - UNABLE TO OPEN APPLICANT-FILE, "
076581                 "STATUS = " APPL-FILE-STATUS
076582         MOVE "Y" TO WS-APLT-EOF-SWITCH
076583     END-IF.
076584     OPEN OUTPUT APPEAL-POSTING-REPORT.
076585     IF NOT APLR-FILE-OK
076586         DISPLAY "PROG000X - UNABLE TO OPEN APPEAL-POSTING-"
076587                 "REPORT, STATUS = " APLR-FILE-STATUS
076588         MOVE "Y" TO WS-APLT-EOF-SWITCH
076589     END-IF.
076590     MOVE SPACES TO APPEAL-POSTING-RECORD.
076591     STRING "APPEAL CASE POSTING - RUN " WS-RUN-DATE
076592            DELIMITED BY SIZE INTO APPEAL-POSTING-RECORD.
076593     PERFORM 5795-WRITE-POSTING-RECORD THRU 5795-EXIT.
076594     MOVE SPACES TO APPEAL-POSTING-RECORD.
076595     PERFORM 5795-WRITE-POSTING-RECORD THRU 5795-EXIT.
076596     MOVE SPACES     TO APPEAL-POSTING-RECORD.
076597     MOVE "APPL ID"  TO APPEAL-POSTING-RECORD(1:7).
076598     MOVE "NO."      TO APPEAL-POSTING-RECORD(10:3).
076599     MOVE "WAS"      TO APPEAL-POSTING-RECORD(14:3).
076600     MOVE "NOW"      TO APPEAL-POSTING-RECORD(27:3).
076601     MOVE "RESULT"   TO APPEAL-POSTING-RECORD(40:6).
076602     PERFORM 5795-WRITE-POSTING-RECORD THRU 5795-EXIT.
076603 1790-EXIT.
076605     EXIT.
076606
076607******************************************************************
076608* 1795-OPEN-EXAM-FILES - Open the exam results feed, the master
076609*     I-O and the exam report, and head the report.  Any of them
076610*     failing leaves nothing to post.  The appeal case file is
076611*     opened as VALIDATE opens it, so a reject an exam causes
076612*     holds its letter while an appeal is open.
076613******************************************************************
076614 1795-OPEN-EXAM-FILES.
076615     MOVE "Y" TO WS-EXAM-FILES-SWITCH.
076616     OPEN INPUT EXAM-FEED-FILE.
076617     IF NOT EXAM-FILE-OK
076618         DISPLAY "PROG000X - UNABLE TO OPEN EXAM-FEED-FILE, "
076619                 "STATUS = " EXAM-FILE-STATUS
076620         MOVE "N" TO WS-EXAM-FILES-SWITCH
076621     END-IF.
076622     OPEN I-O APPLICANT-FILE.
076623     IF NOT APPL-FILE-OK
076624         DISPLAY "PROG000X - UNABLE TO OPEN APPLICANT-FILE, "
076625                 "STATUS = " APPL-FILE-STATUS
076626         MOVE "N" TO WS-EXAM-FILES-SWITCH
076627     END-IF.
076628     OPEN OUTPUT EXAM-REPORT.
076629     IF NOT EXRP-FILE-OK
076630         DISPLAY "PROG000X - UNABLE TO OPEN EXAM-REPORT, "
076631                 "STATUS = " EXRP-FILE-STATUS
076632         MOVE "N" TO WS-EXAM-FILES-SWITCH
076633         GO TO 1795-EXIT
076634     END-IF.
076635     PERFORM 1670-OPEN-APPEAL-CASES THRU 1670-EXIT.
076636     MOVE SPACES TO EXAM-REPORT-RECORD.
076637     STRING "MEDICAL EXAM POSTING - RUN " WS-RUN-DATE
076638            DELIMITED BY SIZE INTO EXAM-REPORT-RECORD.
076639     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
076640     MOVE SPACES TO EXAM-REPORT-RECORD.
076641     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
076642     MOVE SPACES     TO EXAM-REPORT-RECORD.
076643     MOVE "HEIGHT"   TO EXAM-REPORT-RECORD(19:6).
076644     MOVE "WEIGHT"   TO EXAM-REPORT-RECORD(29:6).
076645     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
076646     MOVE SPACES     TO EXAM-REPORT-RECORD.
076647     MOVE "APPL ID"  TO EXAM-REPORT-RECORD(1:7).
076648     MOVE "STATN"    TO EXAM-REPORT-RECORD(10:5).
076649     MOVE "RPT"      TO EXAM-REPORT-RECORD(18:3).
076650     MOVE "EXAM"     TO EXAM-REPORT-RECORD(22:4).
076651     MOVE "RPT"      TO EXAM-REPORT-RECORD(28:3).
076652     MOVE "EXAM"     TO EXAM-REPORT-RECORD(32:4).
076653     MOVE "DIFF"     TO EXAM-REPORT-RECORD(37:4).
076654     MOVE "R"        TO EXAM-REPORT-RECORD(43:1).
076655     MOVE "ACTION"   TO EXAM-REPORT-RECORD(45:6).
076656     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
076657 1795-EXIT.
076658     EXIT.
076659
076660******************************************************************
076661* 1797-OPEN-ARCHINQ-FILES - Open for an archive inquiry or a
076662*     RESTORE: the archive dataset input, the master - input for
076663*     the inquiry, which only asks whether an id is live again,
076664*     I-O for RESTORE, which writes the record back - and the
076665*     inquiry report.  Any of them failing leaves nothing to
076666*     search.  Then take the search key off the card and head
076667*     the report.
076668******************************************************************
076669 1797-OPEN-ARCHINQ-FILES.
076670     MOVE "Y" TO WS-ARCHINQ-FILES-SWITCH.
076671     OPEN INPUT ARCHIVE-FILE.
076672     IF NOT ARCH-FILE-OK
076673         DISPLAY "PROG000X - UNABLE TO OPEN ARCHIVE-FILE, "
076674                 "STATUS = " ARCH-FILE-STATUS
076675         MOVE "N" TO WS-ARCHINQ-FILES-SWITCH
076676     END-IF.
076677     IF WS-MODE-RESTORE
076678         OPEN I-O APPLICANT-FILE
076679     ELSE
076680         OPEN INPUT APPLICANT-FILE
076681     END-IF.
076682     IF NOT APPL-FILE-OK
076683         DISPLAY "PROG000X - UNABLE TO OPEN APPLICANT-FILE, "
076684                 "STATUS = " APPL-FILE-STATUS
076685         MOVE "N" TO WS-ARCHINQ-FILES-SWITCH
076686     END-IF.
076687     OPEN OUTPUT ARCHIVE-INQUIRY-REPORT.
076688     IF NOT ARQR-FILE-OK
076689         DISPLAY "PROG000X - UNABLE TO OPEN ARCHIVE-INQUIRY-"
076690                 "REPORT, STATUS = " ARQR-FILE-STATUS
076691         MOVE "N" TO WS-ARCHINQ-FILES-SWITCH
076692         GO TO 1797-EXIT
076693     END-IF.
076694     IF WS-LOOKUP-ID NOT = SPACES
076695         MOVE "I" TO WS-INQ-KEY-SWITCH
076696     ELSE IF WS-MODE-ARCHINQ AND WS-INQ-NAME NOT = SPACES
076697             AND WS-INQ-DOB NOT = ZERO
076698         MOVE "N" TO WS-INQ-KEY-SWITCH
076699     END-IF.
076701     MOVE SPACES TO ARCHIVE-INQUIRY-RECORD.
076702     IF WS-MODE-RESTORE
076703         STRING "ARCHIVE RESTORE - RUN " WS-RUN-DATE
076704                DELIMITED BY SIZE INTO ARCHIVE-INQUIRY-RECORD
076705     ELSE
076706         STRING "ARCHIVE INQUIRY - RUN " WS-RUN-DATE
076707                DELIMITED BY SIZE INTO ARCHIVE-INQUIRY-RECORD
076708     END-IF.
076709     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076710     MOVE SPACES TO ARCHIVE-INQUIRY-RECORD.
076711     IF WS-INQ-BY-ID
076712         STRING "APPLICANT ID " WS-LOOKUP-ID
076713                DELIMITED BY SIZE INTO ARCHIVE-INQUIRY-RECORD
076714     ELSE IF WS-INQ-BY-NAME
076715         MOVE WS-INQ-NAME TO WS-PRINT-NAME
076716         MOVE WS-INQ-DOB  TO WS-PRINT-DOB
076717         PERFORM 3065-MASK-PRINT-IDENTITY THRU 3065-EXIT
076718         STRING "NAME " WS-PRINT-NAME
076719                " DATE OF BIRTH " WS-PRINT-DOB
076720                DELIMITED BY SIZE INTO ARCHIVE-INQUIRY-RECORD
076721     ELSE
076722         MOVE "NO SEARCH KEY ON THE CARD, NOTHING SEARCHED"
076723             TO ARCHIVE-INQUIRY-RECORD
076724     END-IF.
076725     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076726     MOVE SPACES TO ARCHIVE-INQUIRY-RECORD.
076727     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076728     MOVE "APPL ID"  TO ARCHIVE-INQUIRY-RECORD(1:7).
076729     MOVE "NAME"     TO ARCHIVE-INQUIRY-RECORD(11:4).
076730     MOVE "BIRTH"    TO ARCHIVE-INQUIRY-RECORD(33:5).
076731     MOVE "DECISION" TO ARCHIVE-INQUIRY-RECORD(43:8).
076732     MOVE "ENROLLED" TO ARCHIVE-INQUIRY-RECORD(56:8).
076733     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076734     MOVE SPACES     TO ARCHIVE-INQUIRY-RECORD.
076735     MOVE "LEFT THE MASTER" TO ARCHIVE-INQUIRY-RECORD(11:15).
076736     MOVE "ON"       TO ARCHIVE-INQUIRY-RECORD(32:2).
076737     MOVE "RESTORE / MASTER" TO ARCHIVE-INQUIRY-RECORD(42:16).
076738     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076739 1797-EXIT.
076740     EXIT.
076741
076742******************************************************************
076743* 1798-OPEN-ANONYMIZE-FILES - Open the archive dataset I-O (the
076744*     anonymized rows are rewritten in place) and ARCHRPT for the
076745*     certificate, and compute the cutoff: the run date backed up
076746*     ANON-RETENTION-YEARS years.  A row whose clock date is on or
076747*     before it is past the retention period.
076748******************************************************************
076749 1798-OPEN-ANONYMIZE-FILES.
076750     MOVE "Y" TO WS-ARCHINQ-FILES-SWITCH.
076751     MOVE WS-RUNF-CCYY TO WS-CUT-CCYY.
076752     MOVE WS-RUNF-MM   TO WS-CUT-MM.
076753     MOVE WS-RUNF-DD   TO WS-CUT-DD.
076754     SUBTRACT ANON-RETENTION-YEARS FROM WS-CUT-CCYY.
076755     OPEN I-O ARCHIVE-FILE.
076756     IF NOT ARCH-FILE-OK
076757         DISPLAY "PROG000X - UNABLE TO OPEN ARCHIVE-FILE, "
076758                 "STATUS = " ARCH-FILE-STATUS
076759         MOVE "N" TO WS-ARCHINQ-FILES-SWITCH
076760     END-IF.
076761     OPEN OUTPUT ARCHIVE-INQUIRY-REPORT.
076762     IF NOT ARQR-FILE-OK
076763         DISPLAY "PROG000X - UNABLE TO OPEN ARCHIVE-INQUIRY-"
076764                 "REPORT, STATUS = " ARQR-FILE-STATUS
076765         MOVE "N" TO WS-ARCHINQ-FILES-SWITCH
076766         GO TO 1798-EXIT
076767     END-IF.
076768     MOVE SPACES TO ARCHIVE-INQUIRY-RECORD.
076769     STRING "ARCHIVE ANONYMIZATION CERTIFICATE - RUN " WS-RUN-DATE
076770            DELIMITED BY SIZE INTO ARCHIVE-INQUIRY-RECORD.
076771     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076772     MOVE SPACES TO ARCHIVE-INQUIRY-RECORD.
076773     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076774     MOVE "EVERY ARCHIVE ROW COUNTED ANONYMIZED BELOW HAS HAD THE"
076775         TO ARCHIVE-INQUIRY-RECORD.
076776     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076777     MOVE "APPLICANT'S NAME BLANKED AND HIS DATE OF BIRTH CUT TO"
076778         TO ARCHIVE-INQUIRY-RECORD.
076779     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076780     MOVE "THE YEAR.  THE ID, DECISIONS AND DATES ARE KEPT."
076781         TO ARCHIVE-INQUIRY-RECORD.
076782     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076783     MOVE SPACES TO ARCHIVE-INQUIRY-RECORD.
076784     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
076785 1798-EXIT.
076786     EXIT.
076789
076792******************************************************************
076795* 1800-OPEN-APPLY-FILES - Open the daily transaction feed for
076800*     input and the indexed applicant master I-O, ready to post
076900*     ADD/CHG/DEL transactions in place.  The master is NOT
077000*     rebuilt in this mode - whatever is already on it stays
085340                 "REPORT, STATUS = " WAIVRPT-FILE-STATUS
085350         MOVE "Y" TO WS-PEND-EOF-SWITCH
085360     END-IF.
085370     PERFORM 1670-OPEN-APPEAL-CASES THRU 1670-EXIT.
085400 1950-EXIT.
085500     EXIT.
085600
086500     MOVE "BATCH" TO WS-JOB-ID.
086600     MOVE "VALIDATE" TO WS-RUN-MODE.
086700     MOVE SPACES TO WS-LOOKUP-ID.
086710     MOVE SPACE TO WS-PASS-REQUEST.
086711     MOVE SPACES TO WS-INQ-NAME.
086712     MOVE ZERO TO WS-INQ-DOB.
086713     MOVE SPACE TO WS-MASK-SWITCH.
086800     OPEN INPUT CONTROL-CARD-FILE.
086900     IF CARD-FILE-OK
087000         READ CONTROL-CARD-FILE
088000                     MOVE CC-RUN-MODE TO WS-RUN-MODE
088100                 END-IF
088200                 MOVE CC-LOOKUP-ID TO WS-LOOKUP-ID
088210                 MOVE CC-PASS-TYPE TO WS-PASS-REQUEST
088211                 MOVE CC-INQ-NAME  TO WS-INQ-NAME
088212                 IF CC-INQ-DOB NUMERIC
088213                     MOVE CC-INQ-DOB TO WS-INQ-DOB
088214                 END-IF
088215                 MOVE CC-MASK-SWITCH TO WS-MASK-SWITCH
088300         END-READ
088400         CLOSE CONTROL-CARD-FILE
088500     END-IF.
093600                     TO RECORDS-REJECTED-COUNT
093610                 MOVE CKPT-PENDING-COUNT
093620                     TO PENDING-WRITTEN-COUNT
093630                 MOVE CKPT-RESCREENED-COUNT
093640                     TO RECORDS-RESCREENED-COUNT
093700         END-READ
093800         CLOSE CHECKPOINT-FILE
093900     END-IF.
099840         MOVE ZERO        TO APPL-WAIVER-EXPIRY
099850         MOVE SPACES      TO APPL-EXTRACT-STATUS
099860         MOVE ZERO        TO APPL-EXTRACT-DATE
099870         MOVE LOAD-OFFICE-CODE TO APPL-OFFICE-CODE
099880         MOVE ZERO        TO APPL-INTAKE-DATE
099890         MOVE SPACES      TO APPL-CLASS-ID
099891         MOVE ZERO        TO APPL-EXAM-DATE
099892         MOVE SPACES      TO APPL-EXAM-RESULT
099893         MOVE SPACES      TO APPL-EXAM-STATION
099894         MOVE ZERO        TO APPL-RPT-HEIGHT
099895         MOVE ZERO        TO APPL-RPT-WEIGHT
099900         WRITE APPLICANT-RECORD
100000             INVALID KEY
100100                 MOVE "D1" TO SUSP-REASON-CODE
102000     MOVE LOAD-NAME   TO SUSP-NAME.
102100     MOVE LOAD-DOB    TO SUSP-DOB.
102200     MOVE LOAD-WEIGHT TO SUSP-WEIGHT.
102210     MOVE LOAD-OFFICE-CODE TO SUSP-OFFICE-CODE.
102300     PERFORM 1560-WRITE-SUSPENSE THRU 1560-EXIT.
102400 1550-EXIT.
102500     EXIT.
114600*     decision back on the master record; a REPORT run reprints
114700*     the decision of record already stored there, so the reprint
114800*     shows what was actually decided on the night in question
114900*     instead of re-deciding.  An incremental VALIDATE pass
114910*     re-decides only the records 2050 selects; the rest are
114920*     carried on their decision of record exactly as a reprint
114930*     would, so they still count, print and snapshot.
115000******************************************************************
115100 2000-PROCESS-APPLICANT.
115200     ADD 1 TO TESTE.
115900         PERFORM 3050-SET-REASON-TEXT THRU 3050-EXIT
116000     ELSE
116100         PERFORM 3010-DERIVE-AGE THRU 3010-EXIT
116110         PERFORM 2050-SELECT-FOR-SCREENING THRU 2050-EXIT
116120         IF WS-SCREEN-THIS
116130             ADD 1 TO RECORDS-RESCREENED-COUNT
116200             PERFORM 3000-VALIDATE-APPLICANT THRU 3000-EXIT
116250             PERFORM 3020-APPLY-WAIVER THRU 3020-EXIT
116300             PERFORM 3300-STORE-DECISION THRU 3300-EXIT
116310         ELSE
116320             MOVE APPL-DECISION-STATUS TO CURR-STATUS
116330             MOVE APPL-REASON-CODE     TO CURR-REASON-CODE
116340             PERFORM 3050-SET-REASON-TEXT THRU 3050-EXIT
116350             MOVE "N" TO WS-WAIVER-APPLIED-SW
116360         END-IF
116400     END-IF.
116500     DISPLAY TESTE.
116501     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
116600     DISPLAY "APPLICANT ID " APPL-ID
116700             " " WS-PRINT-NAME
116800             " AGE "  AGE
116900             " HEIGHT " HEIGHT
117000             " STATUS " CURR-STATUS.
119400 2000-EXIT.
119500     EXIT.
119600
119601******************************************************************
119602* 2050-SELECT-FOR-SCREENING - Decide whether the record in hand
119603*     is re-screened tonight.  A full sweep screens everyone.
119604*     An incremental pass walks the sorted change list forward
119605*     to this applicant and screens him when he is on it, and
119606*     otherwise only when the master itself shows his decision
119607*     of record may no longer stand:
119608*       - he has no decision of record;
119609*       - he carries a waiver (the activity report and the
119610*         REJECTED-WAIVED line are rebuilt every night, and a
119611*         waiver can expire between postings);
119612*       - his derived age crossed the minimum or maximum age
119613*         since the age stored with his decision;
119614*       - his extract mark is out of step with his decision:
119615*         accepted and never sent, waiting on a class resend,
119616*         or rejected and still marked sent.
119617*     AGE already holds tonight's derived age.
119618******************************************************************
119619 2050-SELECT-FOR-SCREENING.
119620     MOVE "Y" TO WS-SCREEN-SWITCH.
119621     IF WS-PASS-FULL
119622         GO TO 2050-EXIT
119623     END-IF.
119624     PERFORM 2150-READ-CHANGE-ENTRY THRU 2150-EXIT
119625         UNTIL WS-CHG-KEY NOT < APPL-ID.
119626     IF WS-CHG-KEY = APPL-ID
119627         GO TO 2050-EXIT
119628     END-IF.
119629     IF APPL-DEC-PENDING OR APPL-WAIVED
119630         GO TO 2050-EXIT
119631     END-IF.
119632     IF APPL-AGE < MIN-ELIGIBLE-AGE
119633             AND AGE NOT < MIN-ELIGIBLE-AGE
119634         GO TO 2050-EXIT
119635     END-IF.
119636     IF APPL-AGE NOT > MAX-ELIGIBLE-AGE
119637             AND AGE > MAX-ELIGIBLE-AGE
119638         GO TO 2050-EXIT
119639     END-IF.
119640     IF APPL-DEC-ACCEPTED AND NOT APPL-EXTR-SENT
119641         GO TO 2050-EXIT
119642     END-IF.
119643     IF APPL-EXTR-CLASS-RESEND
119644         GO TO 2050-EXIT
119645     END-IF.
119646     IF APPL-DEC-REJECTED AND APPL-EXTR-SENT
119647         GO TO 2050-EXIT
119648     END-IF.
119649     MOVE "N" TO WS-SCREEN-SWITCH.
119650 2050-EXIT.
119651     EXIT.
119652
119653 2150-READ-CHANGE-ENTRY.
119654     READ CHANGE-SORTED-FILE
119655         AT END
119656             MOVE HIGH-VALUES TO WS-CHG-KEY
119657         NOT AT END
119658             MOVE CSRT-APPL-ID TO WS-CHG-KEY
119659     END-READ.
119660 2150-EXIT.
119661     EXIT.
119662
119700 2100-READ-APPLICANT.
119800     READ APPLICANT-FILE NEXT RECORD
119900         AT END
120100     END-READ.
120200 2100-EXIT.
120300     EXIT.
120301
120302******************************************************************
120303* 2500-EXTRACT-ALL-ACCEPTED - The on-demand full resync feed.
120304*     Walk the whole master and write a D record for every
120305*     applicant whose decision of record is accepted, sent
120306*     mark or no sent mark, from the stored decision - no
120307*     re-deciding, the same rule the REPORT reprint follows.
120308*     The trailer is written at terminate the same as a
120309*     VALIDATE run's.
120310******************************************************************
120311 2500-EXTRACT-ALL-ACCEPTED.
120312     PERFORM 2520-EXTRACT-ONE-APPLICANT THRU 2520-EXIT
120313         UNTIL WS-END-OF-FILE.
120314 2500-EXIT.
120315     EXIT.
120316
120317 2520-EXTRACT-ONE-APPLICANT.
120318     ADD 1 TO TESTE.
120319     IF APPL-DEC-ACCEPTED
120320         ADD 1 TO RECORDS-PASSED-COUNT
120321         MOVE "D"                  TO AEXT-REC-TYPE
120322         MOVE APPL-ID              TO AEXT-APPL-ID
120323         MOVE APPL-AGE             TO AEXT-AGE
120324         MOVE APPL-HEIGHT          TO AEXT-HEIGHT
120325         MOVE APPL-DECISION-STATUS TO AEXT-DECISION
120326         MOVE APPL-CLASS-ID        TO AEXT-CLASS-ID
120327         WRITE ACCEPTED-EXTRACT-RECORD
120328         IF NOT AEXT-FILE-OK
120329             DISPLAY "PROG000X - UNABLE TO WRITE ACCEPTED-"
120330                     "EXTRACT, STATUS = " AEXT-FILE-STATUS
120331         ELSE
120332             ADD 1 TO EXTRACT-WRITTEN-COUNT
120333         END-IF
120334     ELSE IF APPL-DEC-REJECTED
120335         ADD 1 TO RECORDS-REJECTED-COUNT
120336     ELSE
120337         ADD 1 TO RECORDS-PENDING-COUNT
120338     END-IF.
120339     PERFORM 2100-READ-APPLICANT THRU 2100-EXIT.
120340 2520-EXIT.
120341     EXIT.
120342
120351******************************************************************
120352* 2600-ARCHIVE-FINISHED - Walk the whole master and move every
120353*     applicant whose final enrollment outcome (EN or DR) is
120379     EXIT.
120380
120381 2630-MOVE-TO-ARCHIVE.
120382     MOVE APPLICANT-RECORD TO ARCH-APPLICANT-DATA.
120392     MOVE "ARC"            TO ARCH-REASON.
120402     MOVE WS-RUNF-DATE-N   TO ARCH-DATE-N.
120412     MOVE SPACE            TO ARCH-RESTORE-STATUS.
120422     MOVE SPACES           TO ARCH-RESTORE-DATE.
120432     WRITE ARCHIVE-RECORD.
120442     IF NOT ARCH-FILE-OK
120452         DISPLAY "PROG000X - UNABLE TO WRITE ARCHIVE-FILE FOR "
120462                 "APPLICANT " APPL-ID ", RECORD LEFT ON MASTER"
120472         ADD 1 TO RECORDS-REJECTED-COUNT
120482         GO TO 2630-EXIT
120492     END-IF.
120502     DELETE APPLICANT-FILE RECORD
120512         INVALID KEY
120522             DISPLAY "PROG000X - UNABLE TO DELETE ARCHIVED "
120523                     "APPLICANT " APPL-ID
120524             ADD 1 TO RECORDS-REJECTED-COUNT
120525         NOT INVALID KEY
120526             ADD 1 TO RECORDS-PASSED-COUNT
120527             MOVE APPL-ID          TO ARCL-ID
120528             PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT
120529             MOVE WS-PRINT-NAME TO ARCL-NAME
120530             MOVE APPL-ENROLL-DISP TO ARCL-DISP
120531             MOVE APPL-ENROLL-DATE TO ARCL-ENROLL-DATE
120532             MOVE ARCHIVE-DETAIL-LINE TO CONTROL-REPORT-RECORD
120533             PERFORM 8290-WRITE-SUMMARY-LINE THRU 8290-EXIT
120534     END-DELETE.
120535 2630-EXIT.
120536     EXIT.
120537
120538******************************************************************
120539* 2700-WHATIF-IMPACT - The WHATIF run.  Every applicant on the
120540*     master is screened twice as of the proposed effective
120541*     date - once under the limits in force today, once under
120542*     the proposed row - waivers honored both times, and the
120543*     two standings compared.  Screening both sides as of the
120544*     same date keeps birthdays between tonight and the
120545*     effective date out of the numbers: what the report shows
120546*     is what the row itself does.  Nothing is stored; no
120547*     extract, letter, history or pending row is written.  The
120548*     report comes in four sections, one pass of the master
120549*     each, so each section lists in applicant-id order; the
120550*     counts are taken on the first pass.
120551******************************************************************
120552 2700-WHATIF-IMPACT.
120553     IF NOT WS-WHATIF-ROW-OK
120554         GO TO 2700-EXIT
120555     END-IF.
120556     MOVE SPACES TO IMPACT-REPORT-RECORD.
120557     STRING "ELIGIBILITY LIMITS WHAT-IF IMPACT - RUN "
120558            WS-RUN-DATE
120559            DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD.
120560     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120561     MOVE SPACES TO IMPACT-REPORT-RECORD.
120562     STRING "APPLICANTS SCREENED AS OF " WS-RUNF-DATE-N
120563            DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD.
120564     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120565     MOVE SPACES TO IMPACT-REPORT-RECORD.
120566     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120567     MOVE SPACES     TO IMPACT-REPORT-RECORD.
120568     MOVE "LIMIT"    TO IMPACT-REPORT-RECORD(1:5).
120569     MOVE "IN FORCE" TO IMPACT-REPORT-RECORD(25:8).
120570     MOVE "PROPOSED" TO IMPACT-REPORT-RECORD(37:8).
120571     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120572     MOVE "EFFECTIVE DATE"     TO IMPL-LABEL.
120573     MOVE HELD-EFFECTIVE-DATE  TO IMPL-CURRENT.
120574     MOVE PROP-EFFECTIVE-DATE  TO IMPL-PROPOSED.
120575     MOVE IMPACT-LIMIT-LINE    TO IMPACT-REPORT-RECORD.
120576     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120577     MOVE "MINIMUM AGE"        TO IMPL-LABEL.
120578     MOVE HELD-MIN-AGE         TO IMPL-CURRENT.
120579     MOVE PROP-MIN-AGE         TO IMPL-PROPOSED.
120580     MOVE IMPACT-LIMIT-LINE    TO IMPACT-REPORT-RECORD.
120581     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120582     MOVE "MAXIMUM AGE"        TO IMPL-LABEL.
120583     MOVE HELD-MAX-AGE         TO IMPL-CURRENT.
120584     MOVE PROP-MAX-AGE         TO IMPL-PROPOSED.
120585     MOVE IMPACT-LIMIT-LINE    TO IMPACT-REPORT-RECORD.
120586     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120587     MOVE "MINIMUM HEIGHT"     TO IMPL-LABEL.
120588     MOVE HELD-MIN-HEIGHT      TO IMPL-CURRENT.
120589     MOVE PROP-MIN-HEIGHT      TO IMPL-PROPOSED.
120590     MOVE IMPACT-LIMIT-LINE    TO IMPACT-REPORT-RECORD.
120591     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120592     MOVE "MAXIMUM HEIGHT"     TO IMPL-LABEL.
120593     MOVE HELD-MAX-HEIGHT      TO IMPL-CURRENT.
120594     MOVE PROP-MAX-HEIGHT      TO IMPL-PROPOSED.
120595     MOVE IMPACT-LIMIT-LINE    TO IMPACT-REPORT-RECORD.
120596     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120597     MOVE "MINIMUM WEIGHT"     TO IMPL-LABEL.
120598     MOVE HELD-MIN-WEIGHT      TO IMPL-CURRENT.
120599     MOVE PROP-MIN-WEIGHT      TO IMPL-PROPOSED.
120600     MOVE IMPACT-LIMIT-LINE    TO IMPACT-REPORT-RECORD.
120601     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120602     MOVE "MAXIMUM WEIGHT"     TO IMPL-LABEL.
120603     MOVE HELD-MAX-WEIGHT      TO IMPL-CURRENT.
120604     MOVE PROP-MAX-WEIGHT      TO IMPL-PROPOSED.
120605     MOVE IMPACT-LIMIT-LINE    TO IMPACT-REPORT-RECORD.
120606     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120607     PERFORM 2795-CLEAR-WHATIF-REASONS THRU 2795-EXIT.
120608     PERFORM 2710-WHATIF-PASS THRU 2710-EXIT
120609         VARYING WS-WHATIF-PASS FROM 1 BY 1
120610         UNTIL WS-WHATIF-PASS > 4.
120611     PERFORM 2780-WRITE-IMPACT-TOTALS THRU 2780-EXIT.
120612 2700-EXIT.
120613     EXIT.
120614
120615******************************************************************
120616* 2710-WHATIF-PASS - One section of the impact report: its
120617*     heading, one walk of the master, and a NONE line when
120618*     nothing qualified.  The first pass already has the master
120619*     open; each later pass closes and reopens it to start
120620*     again from the lowest id.
120621******************************************************************
120622 2710-WHATIF-PASS.
120623     MOVE SPACES TO IMPACT-REPORT-RECORD.
120624     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120625     IF WS-PASS-SENT-LOSSES
120626         MOVE "ACCEPTED TO REJECTED - ALREADY SENT TO ENROLLMENT"
120627             TO IMPACT-REPORT-RECORD
120628     ELSE IF WS-PASS-UNSENT-LOSSES
120629         MOVE "ACCEPTED TO REJECTED - NOT YET SENT TO ENROLLMENT"
120630             TO IMPACT-REPORT-RECORD
120631     ELSE IF WS-PASS-GAINS
120632         MOVE "REJECTED TO ACCEPTED"
120633             TO IMPACT-REPORT-RECORD
120634     ELSE
120635         MOVE "WAIVERS THAT STOP OR START MATTERING"
120636             TO IMPACT-REPORT-RECORD
120637     END-IF.
120638     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120639     MOVE ZERO TO WHATIF-SECTION-LINES.
120640     IF NOT WS-PASS-SENT-LOSSES
120641         CLOSE APPLICANT-FILE
120642         OPEN INPUT APPLICANT-FILE
120643         IF NOT APPL-FILE-OK
120644             DISPLAY "PROG000X - UNABLE TO REOPEN "
120645                     "APPLICANT-FILE, STATUS = " APPL-FILE-STATUS
120646             MOVE 16 TO RETURN-CODE
120647             GO TO 2710-EXIT
120648         END-IF
120649     END-IF.
120650     MOVE "N" TO WS-EOF-SWITCH.
120651     PERFORM 2100-READ-APPLICANT THRU 2100-EXIT.
120652     PERFORM 2720-WHATIF-ONE-APPLICANT THRU 2720-EXIT
120653         UNTIL WS-END-OF-FILE.
120654     IF WHATIF-SECTION-LINES = ZERO
120655         MOVE "    NONE" TO IMPACT-REPORT-RECORD
120656         PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT
120657     END-IF.
120658 2710-EXIT.
120659     EXIT.
120660
120661******************************************************************
120662* 2720-WHATIF-ONE-APPLICANT - Screen one applicant under both
120663*     sets of limits and print the applicant if it belongs in
120664*     this pass's section.
120665******************************************************************
120666 2720-WHATIF-ONE-APPLICANT.
120667     MOVE APPL-HEIGHT TO HEIGHT.
120668     MOVE APPL-WEIGHT TO WEIGHT.
120669     PERFORM 3010-DERIVE-AGE THRU 3010-EXIT.
120670     PERFORM 2730-SET-HELD-LIMITS THRU 2730-EXIT.
120671     PERFORM 3000-VALIDATE-APPLICANT THRU 3000-EXIT.
120672     PERFORM 3020-APPLY-WAIVER THRU 3020-EXIT.
120673     MOVE CURR-STATUS          TO WS-BASE-STATUS.
120674     MOVE CURR-REASON-CODE     TO WS-BASE-REASON.
120675     MOVE WS-WAIVER-APPLIED-SW TO WS-BASE-WAIVED-SW.
120676     PERFORM 2740-SET-PROPOSED-LIMITS THRU 2740-EXIT.
120677     PERFORM 3000-VALIDATE-APPLICANT THRU 3000-EXIT.
120678     PERFORM 3020-APPLY-WAIVER THRU 3020-EXIT.
120679     MOVE CURR-STATUS          TO WS-PROP-STATUS.
120680     MOVE CURR-REASON-CODE     TO WS-PROP-REASON.
120681     MOVE WS-WAIVER-APPLIED-SW TO WS-PROP-WAIVED-SW.
120682     IF WS-PASS-SENT-LOSSES
120683         PERFORM 2750-COUNT-WHATIF THRU 2750-EXIT
120684     END-IF.
120685     IF WS-PASS-SENT-LOSSES
120686         IF WS-BASE-ACCEPTED AND WS-PROP-REJECTED
120687                 AND APPL-EXTR-SENT
120688             PERFORM 2760-WRITE-IMPACT-DETAIL THRU 2760-EXIT
120689         END-IF
120690     ELSE IF WS-PASS-UNSENT-LOSSES
120691         IF WS-BASE-ACCEPTED AND WS-PROP-REJECTED
120692                 AND NOT APPL-EXTR-SENT
120693             PERFORM 2760-WRITE-IMPACT-DETAIL THRU 2760-EXIT
120694         END-IF
120695     ELSE IF WS-PASS-GAINS
120696         IF WS-BASE-REJECTED AND WS-PROP-ACCEPTED
120697             PERFORM 2760-WRITE-IMPACT-DETAIL THRU 2760-EXIT
120698         END-IF
120699     ELSE
120700         IF WS-BASE-WAIVED-SW NOT = WS-PROP-WAIVED-SW
120701             PERFORM 2770-WRITE-IMPACT-WAIVER THRU 2770-EXIT
120702         END-IF
120703     END-IF.
120704     PERFORM 2100-READ-APPLICANT THRU 2100-EXIT.
120705 2720-EXIT.
120706     EXIT.
120707
120708 2730-SET-HELD-LIMITS.
120709     MOVE HELD-EFFECTIVE-DATE TO ELIGIBLE-LIMITS-EFF-DATE.
120710     MOVE HELD-MIN-AGE        TO MIN-ELIGIBLE-AGE.
120711     MOVE HELD-MAX-AGE        TO MAX-ELIGIBLE-AGE.
120712     MOVE HELD-MIN-HEIGHT     TO MIN-ELIGIBLE-HEIGHT.
120713     MOVE HELD-MAX-HEIGHT     TO MAX-ELIGIBLE-HEIGHT.
120714     MOVE HELD-MIN-WEIGHT     TO MIN-ELIGIBLE-WEIGHT.
120715     MOVE HELD-MAX-WEIGHT     TO MAX-ELIGIBLE-WEIGHT.
120716 2730-EXIT.
120717     EXIT.
120718
120719 2740-SET-PROPOSED-LIMITS.
120720     MOVE PROP-EFFECTIVE-DATE TO ELIGIBLE-LIMITS-EFF-DATE.
120721     MOVE PROP-MIN-AGE        TO MIN-ELIGIBLE-AGE.
120722     MOVE PROP-MAX-AGE        TO MAX-ELIGIBLE-AGE.
120723     MOVE PROP-MIN-HEIGHT     TO MIN-ELIGIBLE-HEIGHT.
120724     MOVE PROP-MAX-HEIGHT     TO MAX-ELIGIBLE-HEIGHT.
120725     MOVE PROP-MIN-WEIGHT     TO MIN-ELIGIBLE-WEIGHT.
120726     MOVE PROP-MAX-WEIGHT     TO MAX-ELIGIBLE-WEIGHT.
120727 2740-EXIT.
120728     EXIT.
120729
120730******************************************************************
120731* 2750-COUNT-WHATIF - First-pass tallies: the run counters (read,
120732*     and passed/rejected under the proposed row, for the audit
120733*     row), each side's rejects by reason code, and the section
120734*     counts for the totals.
120735******************************************************************
120736 2750-COUNT-WHATIF.
120737     ADD 1 TO TESTE.
120738     IF WS-PROP-REJECTED
120739         ADD 1 TO RECORDS-REJECTED-COUNT
120740     ELSE
120741         ADD 1 TO RECORDS-PASSED-COUNT
120742     END-IF.
120743     IF WS-BASE-REJECTED AND WS-BASE-REASON NUMERIC
120744         MOVE WS-BASE-REASON TO RC-SUB
120745         IF RC-SUB >= 1 AND RC-SUB <= 6
120746             ADD 1 TO WHATIF-BASE-REJECTS(RC-SUB)
120747         END-IF
120748     END-IF.
120749     IF WS-PROP-REJECTED AND WS-PROP-REASON NUMERIC
120750         MOVE WS-PROP-REASON TO RC-SUB
120751         IF RC-SUB >= 1 AND RC-SUB <= 6
120752             ADD 1 TO WHATIF-PROP-REJECTS(RC-SUB)
120753         END-IF
120754     END-IF.
120755     IF WS-BASE-ACCEPTED AND WS-PROP-REJECTED
120756         IF APPL-EXTR-SENT
120757             ADD 1 TO WHATIF-SENT-LOSS-COUNT
120758         ELSE
120759             ADD 1 TO WHATIF-UNSENT-LOSS-COUNT
120760         END-IF
120761     ELSE IF WS-BASE-REJECTED AND WS-PROP-ACCEPTED
120762         ADD 1 TO WHATIF-GAIN-COUNT
120763     END-IF.
120764     IF WS-BASE-WAIVED AND NOT WS-PROP-WAIVED
120765         ADD 1 TO WHATIF-WAIVER-STOP-COUNT
120766     ELSE IF WS-PROP-WAIVED AND NOT WS-BASE-WAIVED
120767         ADD 1 TO WHATIF-WAIVER-START-COUNT
120768     END-IF.
120769 2750-EXIT.
120770     EXIT.
120771
120772******************************************************************
120773* 2760-WRITE-IMPACT-DETAIL - One applicant whose decision the
120774*     proposed row flips: the screening values as of the
120775*     effective date, standing before and after (A, or R and
120776*     the reason code), and the wording of the reason that now
120777*     applies.
120778******************************************************************
120779 2760-WRITE-IMPACT-DETAIL.
120780     ADD 1 TO WHATIF-SECTION-LINES.
120781     MOVE APPL-ID         TO IMPD-ID.
120782     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
120785     MOVE WS-PRINT-NAME TO IMPD-NAME.
120786     MOVE AGE             TO IMPD-AGE.
120787     MOVE HEIGHT          TO IMPD-HEIGHT.
120788     MOVE WEIGHT          TO IMPD-WEIGHT.
120789     MOVE WS-BASE-STATUS  TO IMPD-FROM.
120790     MOVE WS-BASE-REASON  TO IMPD-FROM(2:2).
120791     MOVE WS-PROP-STATUS  TO IMPD-TO.
120792     MOVE WS-PROP-REASON  TO IMPD-TO(2:2).
120793     IF WS-PROP-REJECTED
120794         MOVE WS-PROP-REASON TO CURR-REASON-CODE
120795     ELSE
120796         MOVE WS-BASE-REASON TO CURR-REASON-CODE
120797     END-IF.
120798     PERFORM 3050-SET-REASON-TEXT THRU 3050-EXIT.
120799     MOVE CURR-REASON-TEXT TO IMPD-TEXT.
120800     IF WS-PROP-ACCEPTED
120801         MOVE "NOW WITHIN LIMITS" TO IMPD-TEXT
120802         IF WS-PROP-WAIVED
120803             MOVE "NOW ACCEPTED BY WAIVER" TO IMPD-TEXT
120804         END-IF
120805     END-IF.
120806     MOVE IMPACT-DETAIL-LINE TO IMPACT-REPORT-RECORD.
120807     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120808 2760-EXIT.
120809     EXIT.
120810
120811******************************************************************
120812* 2770-WRITE-IMPACT-WAIVER - One waiver on file whose effect the
120813*     proposed row changes.  It stops mattering when it carries
120814*     the applicant today but not under the row - it now passes
120815*     without it, or now fails for a reason it does not name -
120816*     and starts mattering when the row draws exactly the
120817*     reject it waives.
120818******************************************************************
120819 2770-WRITE-IMPACT-WAIVER.
120820     ADD 1 TO WHATIF-SECTION-LINES.
120821     MOVE APPL-ID               TO IMPW-ID.
120822     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
120823     MOVE WS-PRINT-NAME TO IMPW-NAME.
120824     MOVE APPL-WAIVER-REASON    TO IMPW-REASON-CODE.
120825     MOVE APPL-WAIVER-AUTHORITY TO IMPW-AUTHORITY.
120826     MOVE APPL-WAIVER-EXPIRY    TO IMPW-EXPIRY.
120827     IF WS-PROP-WAIVED
120828         MOVE "STARTS - NOW NEEDED" TO IMPW-ACTION
120829     ELSE IF WS-PROP-ACCEPTED
120830         MOVE "STOPS - PASSES WITHOUT IT" TO IMPW-ACTION
120831     ELSE
120832         MOVE "STOPS - REJECTED, REASON   " TO IMPW-ACTION
120833         MOVE WS-PROP-REASON TO IMPW-ACTION(28:2)
120834     END-IF.
120835     MOVE IMPACT-WAIVER-LINE TO IMPACT-REPORT-RECORD.
120836     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120837 2770-EXIT.
120838     EXIT.
120839
120840******************************************************************
120841* 2780-WRITE-IMPACT-TOTALS - The net change per reason code
120842*     (rejects under the row less rejects today; a minus means
120843*     fewer rejects for that reason) and the section counts.
120844******************************************************************
120845 2780-WRITE-IMPACT-TOTALS.
120846     MOVE SPACES TO IMPACT-REPORT-RECORD.
120847     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120848     MOVE SPACES     TO IMPACT-REPORT-RECORD.
120849     MOVE "NET CHANGE BY REJECT REASON"
120850                     TO IMPACT-REPORT-RECORD(1:27).
120851     MOVE "IN FORCE" TO IMPACT-REPORT-RECORD(37:8).
120852     MOVE "PROPOSED" TO IMPACT-REPORT-RECORD(46:8).
120853     MOVE "NET"      TO IMPACT-REPORT-RECORD(61:3).
120854     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120855     PERFORM 2785-WRITE-REASON-CHANGE THRU 2785-EXIT
120856         VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > 6.
120857     MOVE SPACES TO IMPACT-REPORT-RECORD.
120858     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120859     MOVE SPACES TO CONTROL-LINE.
120860     MOVE "APPLICANTS SCREENED"     TO CTLL-LABEL.
120861     MOVE TESTE                     TO CTLL-VALUE.
120862     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120863     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120864     MOVE "A TO R, ALREADY SENT"    TO CTLL-LABEL.
120865     MOVE WHATIF-SENT-LOSS-COUNT    TO CTLL-VALUE.
120866     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120867     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120868     MOVE "A TO R, NOT YET SENT"    TO CTLL-LABEL.
120869     MOVE WHATIF-UNSENT-LOSS-COUNT  TO CTLL-VALUE.
120870     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120871     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120872     MOVE "R TO A"                  TO CTLL-LABEL.
120873     MOVE WHATIF-GAIN-COUNT         TO CTLL-VALUE.
120874     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120875     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120876     MOVE "WAIVERS STOP MATTERING"  TO CTLL-LABEL.
120877     MOVE WHATIF-WAIVER-STOP-COUNT  TO CTLL-VALUE.
120878     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120879     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120880     MOVE "WAIVERS START MATTERING" TO CTLL-LABEL.
120881     MOVE WHATIF-WAIVER-START-COUNT TO CTLL-VALUE.
120882     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120883     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120884     MOVE "ACCEPTED UNDER PROPOSED" TO CTLL-LABEL.
120885     MOVE RECORDS-PASSED-COUNT      TO CTLL-VALUE.
120886     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120887     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120888     MOVE "REJECTED UNDER PROPOSED" TO CTLL-LABEL.
120889     MOVE RECORDS-REJECTED-COUNT    TO CTLL-VALUE.
120890     MOVE CONTROL-LINE TO IMPACT-REPORT-RECORD.
120891     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120892 2780-EXIT.
120893     EXIT.
120894
120895 2785-WRITE-REASON-CHANGE.
120896     MOVE RC-SUB         TO WS-RC-CODE-NUM.
120897     MOVE WS-RC-CODE-NUM TO CURR-REASON-CODE.
120898     PERFORM 3050-SET-REASON-TEXT THRU 3050-EXIT.
120899     MOVE CURR-REASON-CODE        TO IMPR-CODE.
120900     MOVE CURR-REASON-TEXT        TO IMPR-TEXT.
120901     MOVE WHATIF-BASE-REJECTS(RC-SUB) TO IMPR-CURRENT.
120902     MOVE WHATIF-PROP-REJECTS(RC-SUB) TO IMPR-PROPOSED.
120903     COMPUTE WS-WHATIF-NET = WHATIF-PROP-REJECTS(RC-SUB)
120904                           - WHATIF-BASE-REJECTS(RC-SUB).
120905     MOVE WS-WHATIF-NET           TO IMPR-NET.
120906     MOVE IMPACT-REASON-LINE TO IMPACT-REPORT-RECORD.
120907     PERFORM 2790-WRITE-IMPACT-LINE THRU 2790-EXIT.
120908 2785-EXIT.
120909     EXIT.
120910
120911 2790-WRITE-IMPACT-LINE.
120912     WRITE IMPACT-REPORT-RECORD.
120913     IF NOT IMPCT-FILE-OK
120914         DISPLAY "PROG000X - UNABLE TO WRITE IMPACT-REPORT, "
120915                 "STATUS = " IMPCT-FILE-STATUS
120916     END-IF.
120917 2790-EXIT.
120918     EXIT.
120919
120920 2795-CLEAR-WHATIF-REASONS.
120922     PERFORM 2796-CLEAR-ONE-REASON THRU 2796-EXIT
120924         VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > 6.
120926 2795-EXIT.
120928     EXIT.
120930
120932 2796-CLEAR-ONE-REASON.
120934     MOVE ZERO TO WHATIF-BASE-REJECTS(RC-SUB).
120936     MOVE ZERO TO WHATIF-PROP-REJECTS(RC-SUB).
120938 2796-EXIT.
120940     EXIT.
120942
120950******************************************************************
120960* 3000-VALIDATE-APPLICANT - Check AGE, HEIGHT and WEIGHT
120970*     against the eligibility limits in ELIGLIM and set the
120980*     current applicant's accept/reject status and reason.
120990*     AGE is the age derived by 3010-DERIVE-AGE, not the
121000*     keyed-in value.
121100******************************************************************
121200 3000-VALIDATE-APPLICANT.
125755     EXIT.
125756
125757 3025-WRITE-WAIVER-ACTIVITY.
125758*    A WHATIF run screens each applicant twice under limits
125759*    not yet in force, and APPEAL and EXAM re-decisions have no
125760*    WAIVRPT open; none of them writes a waiver activity line.
125761     IF WS-MODE-WHATIF OR WS-MODE-APPEAL OR WS-MODE-EXAM
125762         GO TO 3025-EXIT
125763     END-IF.
125764     MOVE APPL-ID               TO WVL-ID.
125765     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
125777     MOVE WS-PRINT-NAME TO WVL-NAME.
125778     MOVE APPL-WAIVER-REASON    TO WVL-REASON-CODE.
125779     MOVE APPL-WAIVER-AUTHORITY TO WVL-AUTHORITY.
125780     MOVE APPL-WAIVER-EXPIRY    TO WVL-EXPIRY.
125781     MOVE WAIVER-ACTIVITY-LINE  TO WAIVER-ACTIVITY-RECORD.
125782     WRITE WAIVER-ACTIVITY-RECORD.
125783     IF NOT WAIVRPT-FILE-OK
125784         DISPLAY "PROG000X - UNABLE TO WRITE WAIVER-ACTIVITY-"
125785                 "REPORT, STATUS = " WAIVRPT-FILE-STATUS
125786     END-IF.
125787 3025-EXIT.
125788     EXIT.
125800
125900******************************************************************
126000* 3050-SET-REASON-TEXT - Translate the current reason code into
128700 3050-EXIT.
128800     EXIT.
128900
128901******************************************************************
128902* 3060-SET-PRINT-IDENTITY - Put the applicant's name and date of
128903*     birth in the print fields for a report or console line.
128904*     3065 masks them when the card asks for masked prints: the
128905*     first three letters of the name and the year of birth are
128906*     all that show.  The letter extract and the enrollment
128907*     extract never come through here - they carry the record's
128908*     own values.
128909******************************************************************
128910 3060-SET-PRINT-IDENTITY.
128911     MOVE APPL-NAME TO WS-PRINT-NAME.
128912     MOVE APPL-DOB  TO WS-PRINT-DOB.
128913     PERFORM 3065-MASK-PRINT-IDENTITY THRU 3065-EXIT.
128914 3060-EXIT.
128915     EXIT.
128916
128917 3065-MASK-PRINT-IDENTITY.
128918     IF NOT WS-MASK-PRINTS
128919         GO TO 3065-EXIT
128920     END-IF.
128921     IF WS-PRINT-NAME NOT = SPACES
128922         MOVE "*****" TO WS-PRN-HIDDEN
128923     END-IF.
128924     MOVE "****" TO WS-PRD-MMDD.
128925 3065-EXIT.
128926     EXIT.
128927
129000******************************************************************
129100* 3300-STORE-DECISION - Persist the decision just made on the
129200*     applicant's master record: status, reject reason code and
130700     END-REWRITE.
130800 3300-EXIT.
130900     EXIT.
130901
130902******************************************************************
130903* 3350-WRITE-DECISION-HISTORY - Append one HISTREC row for the
130904*     change just stored on the master, under the same
130905*     OPEN EXTEND / fall back to OPEN OUTPUT pattern the audit
130906*     trail uses.  A pass that re-decided the record to the
130907*     standing it already carried appends nothing - the
130908*     history records changes, not every nightly visit.  An
130909*     APPEAL overturn or a RESTORE is the exception: always
130910*     recorded, so the path shows the appeal outcome or the
130911*     return from the archive even when the standing held.
130912*     The caller leaves the prior standing in WS-HIST-OLD-
130913*     STATUS/WS-HIST-OLD-REASON; the record area has the new.
130914******************************************************************
130915 3350-WRITE-DECISION-HISTORY.
130916     IF WS-HIST-OLD-STATUS = APPL-DECISION-STATUS
130917             AND WS-HIST-OLD-REASON = APPL-REASON-CODE
130918             AND NOT WS-MODE-APPEAL AND NOT WS-MODE-RESTORE
130919         GO TO 3350-EXIT
130920     END-IF.
130921     MOVE APPL-ID              TO HIST-APPL-ID.
130922     MOVE WS-RUN-DATE          TO HIST-RUN-DATE.
130923     MOVE WS-RUN-TIME          TO HIST-RUN-TIME.
130924     MOVE WS-RUN-MODE          TO HIST-RUN-MODE.
130925     MOVE WS-HIST-OLD-STATUS   TO HIST-OLD-STATUS.
130926     MOVE WS-HIST-OLD-REASON   TO HIST-OLD-REASON.
130927     MOVE APPL-DECISION-STATUS TO HIST-NEW-STATUS.
130928     MOVE APPL-REASON-CODE     TO HIST-NEW-REASON.
130929     MOVE APPL-ENROLL-DISP     TO HIST-OLD-ENROLL.
130930     MOVE APPL-ENROLL-DISP     TO HIST-NEW-ENROLL.
130931     OPEN EXTEND DECISION-HISTORY-FILE.
130932     IF NOT HIST-FILE-OK
130933         CLOSE DECISION-HISTORY-FILE
130934         OPEN OUTPUT DECISION-HISTORY-FILE
130935     END-IF.
130936     WRITE DECISION-HISTORY-RECORD.
130937     IF NOT HIST-FILE-OK
130938         DISPLAY "PROG000X - UNABLE TO WRITE DECISION-HISTORY-"
130939                 "FILE, STATUS = " HIST-FILE-STATUS
130940     END-IF.
130941     CLOSE DECISION-HISTORY-FILE.
130942 3350-EXIT.
130943     EXIT.
130944
130945******************************************************************
130946* 3380-WRITE-REJECT-LETTER - Cut one correspondence extract
130947*     row for an applicant newly rejected by the decision just
130948*     stored - newly meaning he was not already standing
130949*     rejected for this same reason, so the letters unit sends
130950*     one letter per reject, not one per night.  A reason-01
130951*     age reject carries the date he reaches the minimum
130952*     recruiting age (birth date plus MIN-ELIGIBLE-AGE years,
130953*     the same arithmetic the pending-reexamination file
130954*     uses); every other reason carries zero.  Appended under
130955*     the same OPEN EXTEND / fall back to OPEN OUTPUT pattern
130956*     as the other standing extracts.  While an appeal case is
130957*     open or under review for the applicant no letter is cut:
130958*     the desk has already told him his reject is being looked
130959*     at, and the held count goes on the control report.
130960******************************************************************
130961 3380-WRITE-REJECT-LETTER.
130964     IF NOT APPL-DEC-REJECTED
130965         GO TO 3380-EXIT
130966     END-IF.
130968             AND WS-HIST-OLD-REASON = APPL-REASON-CODE
130969         GO TO 3380-EXIT
130970     END-IF.
130971     IF WS-APPEALS-ON-FILE
130972         PERFORM 3390-CHECK-OPEN-APPEAL THRU 3390-EXIT
130973         IF WS-APPEAL-IS-OPEN
130974             ADD 1 TO LETTERS-HELD-COUNT
130975             GO TO 3380-EXIT
130976         END-IF
130977     END-IF.
130978     MOVE APPL-ID          TO LTR-APPL-ID.
130979     MOVE APPL-NAME        TO LTR-NAME.
130980     MOVE APPL-REASON-CODE TO LTR-REASON-CODE.
130981     MOVE CURR-REASON-TEXT TO LTR-REASON-TEXT.
130982     IF APPL-REASON-CODE = RC-AGE-TOO-LOW
130983             AND APPL-DOB NUMERIC AND APPL-DOB NOT = ZERO
130984         MOVE APPL-DOB TO WS-DOB-PARTS
130985         COMPUTE WS-ELIG-CCYY = WS-DOB-CCYY + MIN-ELIGIBLE-AGE
130986         MOVE WS-DOB-MMDD TO WS-ELIG-MMDD
130987         MOVE WS-ELIG-DATE-N TO LTR-ELIGIBLE-DATE
130988     ELSE
130989         MOVE ZERO TO LTR-ELIGIBLE-DATE
130990     END-IF.
130991     MOVE WS-RUN-DATE TO LTR-RUN-DATE.
130992     OPEN EXTEND LETTER-EXTRACT-FILE.
130993     IF NOT LTR-FILE-OK
130994         CLOSE LETTER-EXTRACT-FILE
130995         OPEN OUTPUT LETTER-EXTRACT-FILE
130996     END-IF.
130997     WRITE LETTER-EXTRACT-RECORD.
130998     IF NOT LTR-FILE-OK
130999         DISPLAY "PROG000X - UNABLE TO WRITE LETTER-EXTRACT-"
131000                 "FILE, STATUS = " LTR-FILE-STATUS
131001     ELSE
131002         ADD 1 TO LETTERS-WRITTEN-COUNT
131003     END-IF.
131004     CLOSE LETTER-EXTRACT-FILE.
131005 3380-EXIT.
131006     EXIT.
131007
131008******************************************************************
131009* 3390-CHECK-OPEN-APPEAL - Look for an OPEN or UNDER REVIEW
131010*     appeal case for the applicant in the record area.  Cases
131011*     are keyed applicant id plus case number, so his cases sit
131012*     together: position at his first and read forward until
131013*     an active one turns up or the id changes.
131014******************************************************************
131015 3390-CHECK-OPEN-APPEAL.
131016     MOVE "N" TO WS-APPEAL-OPEN-SWITCH.
131017     MOVE "N" TO WS-CASE-SCAN-SWITCH.
131018     MOVE APPL-ID TO APEL-APPL-ID.
131019     MOVE ZERO    TO APEL-CASE-NUMBER.
131020     START APPEAL-CASE-FILE KEY IS NOT LESS THAN APEL-KEY
131021         INVALID KEY
131022             GO TO 3390-EXIT
131023     END-START.
131024     PERFORM 3395-READ-NEXT-CASE THRU 3395-EXIT
131025         UNTIL WS-CASE-SCAN-DONE.
131026 3390-EXIT.
131027     EXIT.
131028
131029 3395-READ-NEXT-CASE.
131030     READ APPEAL-CASE-FILE NEXT RECORD
131031         AT END
131032             MOVE "Y" TO WS-CASE-SCAN-SWITCH
131033             GO TO 3395-EXIT
131034     END-READ.
131035     IF APEL-APPL-ID NOT = APPL-ID
131036         MOVE "Y" TO WS-CASE-SCAN-SWITCH
131037         GO TO 3395-EXIT
131038     END-IF.
131039     IF APEL-CASE-ACTIVE
131040         MOVE "Y" TO WS-APPEAL-OPEN-SWITCH
131041         MOVE "Y" TO WS-CASE-SCAN-SWITCH
131042     END-IF.
131043 3395-EXIT.
131044     EXIT.
131045
131100******************************************************************
131200* 3400-WRITE-PENDING-REEXAM - Carry an age-too-low reject to the
131300*     pending-reexamination file with the date he reaches the
134200******************************************************************
134300 3100-WRITE-EXCEPTION.
134400     MOVE APPL-ID            TO EXCL-ID.
134500     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
134501     MOVE WS-PRINT-NAME TO EXCL-NAME.
134600     MOVE AGE                TO EXCL-AGE.
134700     MOVE HEIGHT             TO EXCL-HEIGHT.
134800     MOVE CURR-REASON-CODE   TO EXCL-REASON-CODE.
135500     END-IF.
135600 3100-EXIT.
135700     EXIT.
135701
135702******************************************************************
135703* 3120-WRITE-WAIVED-EXCEPTION - Exception line for an applicant
135704*     whose reject was overridden by a waiver: the reason code
135705*     he drew, flagged REJECTED-WAIVED instead of the plain
135706*     reason wording, so the desk can tell a waived accept from
135707*     a clean pass without pulling the waiver feed.
135708******************************************************************
135709 3120-WRITE-WAIVED-EXCEPTION.
135710     MOVE APPL-ID                 TO EXCL-ID.
135711     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
135712     MOVE WS-PRINT-NAME TO EXCL-NAME.
135713     MOVE AGE                     TO EXCL-AGE.
135722     MOVE HEIGHT                  TO EXCL-HEIGHT.
135723     MOVE WS-WAIVED-REASON-CODE   TO EXCL-REASON-CODE.
135724     MOVE "REJECTED-WAIVED"       TO EXCL-REASON-TEXT.
137830*     he is not re-sent.  A fresh send marks the master record
137840*     sent (and with what date), which also makes a restart
137850*     naturally skip whatever the abended run already sent.
137860*     The one exception is extract status C: the applicant was
137870*     sent without a class and the seat allocation has since
137880*     seated him, so he goes again carrying the class.
137900******************************************************************
138000 3200-WRITE-ACCEPTED-EXTRACT.
138042     IF APPL-EXTR-SENT AND NOT APPL-EXTR-CLASS-RESEND
138046         GO TO 3200-EXIT
138048     END-IF.
138050     MOVE "D"        TO AEXT-REC-TYPE.
138200     MOVE AGE        TO AEXT-AGE.
138300     MOVE HEIGHT     TO AEXT-HEIGHT.
138400     MOVE CURR-STATUS TO AEXT-DECISION.
138410     MOVE APPL-CLASS-ID TO AEXT-CLASS-ID.
138500     WRITE ACCEPTED-EXTRACT-RECORD.
138600     IF NOT AEXT-FILE-OK
138700         DISPLAY "PROG000X - UNABLE TO WRITE ACCEPTED-EXTRACT, "
138810         GO TO 3200-EXIT
138900     END-IF.
138910     ADD 1 TO EXTRACT-WRITTEN-COUNT.
138915*    A class resend keeps the date he was first sent - that is
138916*    the date the cohort cycle times measure from.
138917     IF NOT APPL-EXTR-CLASS-RESEND
138918         MOVE WS-RUNF-DATE-N TO APPL-EXTRACT-DATE
138919     END-IF.
138920     MOVE "S"            TO APPL-EXTRACT-STATUS.
138940     REWRITE APPLICANT-RECORD
138950         INVALID KEY
138960             DISPLAY "PROG000X - UNABLE TO MARK APPLICANT "
139380 3620-EXIT.
139381     EXIT.
139382
139431******************************************************************
139432* 3700-WRITE-CHANGE-ENTRY - Append the applicant in the record
139433*     area to the change work list (CHGREC) under the same
139434*     OPEN EXTEND / fall back to OPEN OUTPUT pattern as the
139435*     removal queue, so the next incremental VALIDATE pass
139436*     re-screens him.  Performed by every posting mode after a
139437*     successful write, rewrite or delete of his master record.
139438******************************************************************
139439 3700-WRITE-CHANGE-ENTRY.
139440     MOVE APPL-ID     TO CHG-APPL-ID.
139441     MOVE WS-RUN-MODE TO CHG-RUN-MODE.
139442     MOVE WS-RUN-DATE TO CHG-DATE.
139443     OPEN EXTEND CHANGE-LIST-FILE.
139444     IF NOT CHG-FILE-OK
139445         CLOSE CHANGE-LIST-FILE
139446         OPEN OUTPUT CHANGE-LIST-FILE
139447     END-IF.
139448     WRITE CHANGE-LIST-RECORD.
139449     IF NOT CHG-FILE-OK
139450         DISPLAY "PROG000X - UNABLE TO WRITE CHANGE-LIST-FILE, "
139451                 "STATUS = " CHG-FILE-STATUS
139452     END-IF.
139453     CLOSE CHANGE-LIST-FILE.
139454 3700-EXIT.
139455     EXIT.
139456
139457******************************************************************
139458* 3750-EMPTY-CHANGE-LIST - A VALIDATE run that ended clean has
139459*     screened everything on the change list, whichever pass
139460*     ran; empty it the same way 3600 empties the removal
139461*     queue.  A run that ends in error leaves the list for its
139462*     restart or the next night.
139463******************************************************************
139464 3750-EMPTY-CHANGE-LIST.
139468     OPEN OUTPUT CHANGE-LIST-FILE.
139469     IF NOT CHG-FILE-OK
139470         DISPLAY "PROG000X - UNABLE TO EMPTY CHGLIST AFTER "
139471                 "VALIDATE, STATUS = " CHG-FILE-STATUS
139472     END-IF.
139473     CLOSE CHANGE-LIST-FILE.
139474 3750-EXIT.
139475     EXIT.
139476
139300******************************************************************
139400* 4000-WRITE-CHECKPOINT - Save the current record count and the
139500*     last applicant processed so a restart run can pick up from
140100     MOVE RECORDS-PASSED-COUNT   TO CKPT-PASSED-COUNT.
140200     MOVE RECORDS-REJECTED-COUNT TO CKPT-REJECTED-COUNT.
140210     MOVE PENDING-WRITTEN-COUNT  TO CKPT-PENDING-COUNT.
140220     MOVE RECORDS-RESCREENED-COUNT TO CKPT-RESCREENED-COUNT.
140300     OPEN OUTPUT CHECKPOINT-FILE.
140400     IF NOT CKPT-FILE-OK
140500         DISPLAY "PROG000X - UNABLE TO OPEN CHECKPOINT-FILE, "
147440     MOVE ZERO        TO APPL-WAIVER-EXPIRY.
147450     MOVE SPACES      TO APPL-EXTRACT-STATUS.
147460     MOVE ZERO        TO APPL-EXTRACT-DATE.
147470     MOVE TRAN-OFFICE-CODE TO APPL-OFFICE-CODE.
147480     MOVE WS-RUNF-DATE-N   TO APPL-INTAKE-DATE.
147490     MOVE SPACES           TO APPL-CLASS-ID.
147491     MOVE ZERO             TO APPL-EXAM-DATE.
147492     MOVE SPACES           TO APPL-EXAM-RESULT.
147493     MOVE SPACES           TO APPL-EXAM-STATION.
147494     MOVE ZERO             TO APPL-RPT-HEIGHT.
147495     MOVE ZERO             TO APPL-RPT-WEIGHT.
147500     WRITE APPLICANT-RECORD
147600         INVALID KEY
147700             ADD 1 TO RECORDS-REJECTED-COUNT
147900                     " ALREADY ON MASTER, REJECTED"
148000         NOT INVALID KEY
148100             ADD 1 TO RECORDS-PASSED-COUNT
148110             PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT
148200     END-WRITE.
148300 5100-EXIT.
148400     EXIT.
149200                     " NOT ON MASTER, REJECTED"
149300         NOT INVALID KEY
149400             MOVE TRAN-AGE    TO APPL-AGE
149600             MOVE TRAN-NAME   TO APPL-NAME
149700             MOVE TRAN-DOB    TO APPL-DOB
149840             IF APPL-EXAM-DATE NUMERIC
149841                     AND APPL-EXAM-DATE NOT = ZERO
149842                 MOVE TRAN-HEIGHT TO APPL-RPT-HEIGHT
149843                 MOVE TRAN-WEIGHT TO APPL-RPT-WEIGHT
149844             ELSE
149845                 MOVE TRAN-HEIGHT TO APPL-HEIGHT
149846                 MOVE TRAN-WEIGHT TO APPL-WEIGHT
149847             END-IF
149857             IF TRAN-OFFICE-CODE NOT = SPACES
149867                 MOVE TRAN-OFFICE-CODE TO APPL-OFFICE-CODE
149877             END-IF
149900             MOVE SPACES      TO APPL-DECISION-STATUS
150000             MOVE SPACES      TO APPL-REASON-CODE
150100             MOVE ZERO        TO APPL-DECISION-DATE
150600                             "APPLICANT " TRAN-ID " ON CHG"
150700                 NOT INVALID KEY
150800                     ADD 1 TO RECORDS-PASSED-COUNT
150810                     PERFORM 3700-WRITE-CHANGE-ENTRY
150820                         THRU 3700-EXIT
150900             END-REWRITE
151000     END-READ.
151100 5200-EXIT.
152000                     " NOT ON MASTER, REJECTED"
152100         NOT INVALID KEY
152200             ADD 1 TO RECORDS-PASSED-COUNT
152210             PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT
152300     END-DELETE.
152400 5300-EXIT.
152402     EXIT.
152404
152406******************************************************************
152408* 5350-QUEUE-REMOVAL - Append one removal row (id and reason
152410*     already set by the caller) to the removal queue, the same
152412*     OPEN EXTEND / fall back to OPEN OUTPUT pattern 7610 and
152414*     the audit trail use.  The next VALIDATE pass drains the
152416*     queue onto the accepted extract as R records.
152418******************************************************************
152420 5350-QUEUE-REMOVAL.
152422     MOVE WS-RUN-DATE TO RMV-DATE.
152424     OPEN EXTEND REMOVAL-QUEUE-FILE.
152426     IF NOT RMV-FILE-OK
152428         CLOSE REMOVAL-QUEUE-FILE
152430         OPEN OUTPUT REMOVAL-QUEUE-FILE
152432     END-IF.
152434     WRITE REMOVAL-QUEUE-RECORD.
152436     IF NOT RMV-FILE-OK
152438         DISPLAY "PROG000X - UNABLE TO WRITE REMOVAL-QUEUE-"
152440                 "FILE, STATUS = " RMV-FILE-STATUS
152442     END-IF.
152444     CLOSE REMOVAL-QUEUE-FILE.
152446 5350-EXIT.
152448     EXIT.
152450
152452******************************************************************
152454* 5360-CAPTURE-DELETED - A DEL destroys the record with no
152456*     trace otherwise; append it to the archive dataset first,
152458*     exactly as it stood, under the same OPEN EXTEND / fall
152460*     back to OPEN OUTPUT pattern the other append files use.
152462******************************************************************
152464 5360-CAPTURE-DELETED.
152466     MOVE APPLICANT-RECORD TO ARCH-APPLICANT-DATA.
152468     MOVE "DEL"            TO ARCH-REASON.
152491     MOVE WS-RUNF-DATE-N   TO ARCH-DATE-N.
152492     MOVE SPACE            TO ARCH-RESTORE-STATUS.
152493     MOVE SPACES           TO ARCH-RESTORE-DATE.
152533     OPEN EXTEND ARCHIVE-FILE.
152534     IF NOT ARCH-FILE-OK
152535         CLOSE ARCHIVE-FILE
152541         INVALID KEY
152542             ADD 1 TO RECORDS-REJECTED-COUNT
152543             PERFORM 5530-REPORT-WAIVER-NO-MATCH THRU 5530-EXIT
152546         NOT INVALID KEY
152547             MOVE "W"                TO APPL-WAIVER-STATUS
152548             MOVE WAIV-REASON-CODE   TO APPL-WAIVER-REASON
152549             MOVE WAIV-AUTHORITY     TO APPL-WAIVER-AUTHORITY
152550             MOVE WAIV-EXPIRY-DATE   TO APPL-WAIVER-EXPIRY
152551             REWRITE APPLICANT-RECORD
152552                 INVALID KEY
152553                     ADD 1 TO RECORDS-REJECTED-COUNT
152554                     DISPLAY "PROG000X - UNABLE TO POST WAIVER "
152555                             "FOR APPLICANT " WAIV-APPL-ID
152556                 NOT INVALID KEY
152557                     ADD 1 TO RECORDS-PASSED-COUNT
152558                     MOVE "WAIVER POSTED" TO WVL-ACTION
152559                     PERFORM 3025-WRITE-WAIVER-ACTIVITY
152560                         THRU 3025-EXIT
152561                     PERFORM 3700-WRITE-CHANGE-ENTRY
152562                         THRU 3700-EXIT
152563             END-REWRITE
152564     END-READ.
152569     PERFORM 5510-READ-WAIVER THRU 5510-EXIT.
152570 5520-EXIT.
152571     EXIT.
152591     END-IF.
152592 5530-EXIT.
152593     EXIT.
152594
152595******************************************************************
152596* 5700-POST-APPEALS - Post the appeals desk's case update feed
152597*     onto the appeal case file.  One row per case event: a case
152598*     number not on file opens a case, a case on file moves to
152599*     the status the row carries.  Every row gets one posting
152600*     report line saying what was done with it, or why it was
152601*     refused - a refused row changes nothing.
152602******************************************************************
152603 5700-POST-APPEALS.
152604     IF WS-APLT-END-OF-FILE
152605         GO TO 5700-EXIT
152606     END-IF.
152607     PERFORM 5710-READ-APPEAL-TRAN THRU 5710-EXIT.
152608     PERFORM 5720-POST-ONE-APPEAL THRU 5720-EXIT
152609         UNTIL WS-APLT-END-OF-FILE.
152610 5700-EXIT.
152611     EXIT.
152612
152613 5710-READ-APPEAL-TRAN.
152614     READ APPEAL-TRAN-FILE
152615         AT END
152616             MOVE "Y" TO WS-APLT-EOF-SWITCH
152617     END-READ.
152618 5710-EXIT.
152619     EXIT.
152620
152621 5720-POST-ONE-APPEAL.
152622     ADD 1 TO TESTE.
152623     MOVE ATRN-APPL-ID     TO APST-ID.
152624     MOVE ATRN-CASE-NUMBER TO APST-CASE.
152625     MOVE SPACES           TO APST-OLD-STATUS.
152626     MOVE ATRN-STATUS      TO APST-NEW-STATUS.
152627     MOVE SPACES           TO APST-RESULT.
152628     IF NOT ATRN-VALID-STATUS
152629         MOVE "REFUSED - STATUS NOT RECOGNIZED" TO APST-RESULT
152630         GO TO 5720-REFUSED
152631     END-IF.
152632     MOVE ATRN-APPL-ID     TO APEL-APPL-ID.
152633     MOVE ATRN-CASE-NUMBER TO APEL-CASE-NUMBER.
152634     READ APPEAL-CASE-FILE
152635         INVALID KEY
152636             PERFORM 5730-OPEN-NEW-CASE THRU 5730-EXIT
152637         NOT INVALID KEY
152638             PERFORM 5740-UPDATE-CASE THRU 5740-EXIT
152639     END-READ.
152640     IF APST-RESULT(1:7) = "REFUSED"
152641         GO TO 5720-REFUSED
152642     END-IF.
152643     ADD 1 TO RECORDS-PASSED-COUNT.
152644     PERFORM 5790-WRITE-APPEAL-LINE THRU 5790-EXIT.
152645     GO TO 5720-NEXT.
152646 5720-REFUSED.
152647     ADD 1 TO RECORDS-REJECTED-COUNT.
152648     PERFORM 5790-WRITE-APPEAL-LINE THRU 5790-EXIT.
152649 5720-NEXT.
152650     PERFORM 5710-READ-APPEAL-TRAN THRU 5710-EXIT.
152651 5720-EXIT.
152652     EXIT.
152653
152654******************************************************************
152655* 5730-OPEN-NEW-CASE - A case number not yet on file.  Only an
152656*     OPEN or UNDER REVIEW row can start a case, and only
152657*     against an applicant on the master who stands rejected -
152658*     there is nothing to appeal otherwise.  The received date
152659*     defaults to tonight and the disputed reason to the reject
152660*     the master carries.
152661******************************************************************
152662 5730-OPEN-NEW-CASE.
152663     IF NOT ATRN-ACTIVE-STATUS
152664         MOVE "REFUSED - CASE NOT ON FILE" TO APST-RESULT
152665         GO TO 5730-EXIT
152666     END-IF.
152667     MOVE ATRN-APPL-ID TO APPL-ID.
152668     READ APPLICANT-FILE
152669         INVALID KEY
152670             MOVE "REFUSED - APPLICANT NOT ON MASTER"
152671                 TO APST-RESULT
152672             GO TO 5730-EXIT
152673     END-READ.
152674     IF NOT APPL-DEC-REJECTED
152675         MOVE "REFUSED - APPLICANT NOT REJECTED" TO APST-RESULT
152676         GO TO 5730-EXIT
152677     END-IF.
152678     MOVE ATRN-APPL-ID         TO APEL-APPL-ID.
152679     MOVE ATRN-CASE-NUMBER     TO APEL-CASE-NUMBER.
152680     IF ATRN-RECEIVED-DATE NUMERIC AND ATRN-RECEIVED-DATE > ZERO
152681         MOVE ATRN-RECEIVED-DATE TO APEL-RECEIVED-DATE
152682     ELSE
152683         MOVE WS-RUNF-DATE-N     TO APEL-RECEIVED-DATE
152684     END-IF.
152685     IF ATRN-DISPUTED-REASON = SPACES
152686         MOVE APPL-REASON-CODE     TO APEL-DISPUTED-REASON
152687     ELSE
152688         MOVE ATRN-DISPUTED-REASON TO APEL-DISPUTED-REASON
152689     END-IF.
152690     MOVE ATRN-DISPUTE-TEXT    TO APEL-DISPUTE-TEXT.
152691     MOVE ATRN-REVIEWER        TO APEL-REVIEWER.
152692     MOVE ATRN-STATUS          TO APEL-STATUS.
152693     MOVE ZERO                 TO APEL-OUTCOME-DATE.
152694     MOVE WS-RUNF-DATE-N       TO APEL-LAST-UPDATE-DATE.
152695     MOVE SPACES               TO APEL-RESULT-STATUS.
152696     MOVE SPACES               TO APEL-RESULT-REASON.
152697     WRITE APPEAL-CASE-RECORD
152698         INVALID KEY
152699             MOVE "REFUSED - UNABLE TO WRITE CASE" TO APST-RESULT
152700             GO TO 5730-EXIT
152701     END-WRITE.
152702     ADD 1 TO CASES-OPENED-COUNT.
152703     MOVE "CASE OPENED - DISPUTES REASON" TO APST-RESULT.
152704     MOVE APEL-DISPUTED-REASON TO APST-RESULT(31:2).
152705 5730-EXIT.
152706     EXIT.
152707
152708******************************************************************
152709* 5740-UPDATE-CASE - A case on file.  A closed case stays
152710*     closed; the desk opens a new case number if the applicant
152711*     comes back.  A named reviewer replaces the one on file.
152712*     UPHELD and WITHDRAWN close the case as they stand; an
152713*     OVERTURNED case re-decides the applicant first.
152714******************************************************************
152715 5740-UPDATE-CASE.
152716     MOVE APEL-STATUS TO WS-APEL-OLD-STATUS.
152717     MOVE APEL-STATUS TO APST-OLD-STATUS.
152718     IF NOT APEL-CASE-ACTIVE
152719         MOVE "REFUSED - CASE ALREADY CLOSED" TO APST-RESULT
152720         GO TO 5740-EXIT
152721     END-IF.
152722     IF ATRN-OVERTURNED
152723         PERFORM 5750-OVERTURN-CASE THRU 5750-EXIT
152724         IF APST-RESULT(1:7) = "REFUSED"
152725             GO TO 5740-EXIT
152726         END-IF
152727     END-IF.
152728     IF ATRN-REVIEWER NOT = SPACES
152729         MOVE ATRN-REVIEWER TO APEL-REVIEWER
152730     END-IF.
152731     MOVE ATRN-STATUS    TO APEL-STATUS.
152732     MOVE WS-RUNF-DATE-N TO APEL-LAST-UPDATE-DATE.
152733     IF NOT ATRN-ACTIVE-STATUS
152734         IF ATRN-OUTCOME-DATE NUMERIC AND ATRN-OUTCOME-DATE > ZERO
152735             MOVE ATRN-OUTCOME-DATE TO APEL-OUTCOME-DATE
152736         ELSE
152737             MOVE WS-RUNF-DATE-N    TO APEL-OUTCOME-DATE
152738         END-IF
152739     END-IF.
152740     REWRITE APPEAL-CASE-RECORD
152741         INVALID KEY
152742             MOVE "REFUSED - UNABLE TO REWRITE CASE"
152743                 TO APST-RESULT
152744             GO TO 5740-EXIT
152745     END-REWRITE.
152746     IF ATRN-ACTIVE-STATUS
152747         ADD 1 TO CASES-UPDATED-COUNT
152748         MOVE "CASE UPDATED" TO APST-RESULT
152749     ELSE
152750         ADD 1 TO CASES-CLOSED-COUNT
152751         IF NOT ATRN-OVERTURNED
152752             MOVE "CASE CLOSED" TO APST-RESULT
152753         END-IF
152754     END-IF.
152755 5740-EXIT.
152756     EXIT.
152757
152758******************************************************************
152759* 5750-OVERTURN-CASE - The desk found the reject wrong.  Apply
152760*     the corrected values the row carries and re-decide the
152761*     applicant under the limits in force, the same way a MAINT
152762*     correction does, and keep the decision that resulted on
152763*     the case.  An overturn that still rejects - nothing was
152764*     corrected, or the corrected values fail another limit -
152765*     is reported as such: the remedy then is a waiver.
152766******************************************************************
152767 5750-OVERTURN-CASE.
152768     MOVE ATRN-APPL-ID TO APPL-ID.
152769     READ APPLICANT-FILE
152770         INVALID KEY
152771             MOVE "REFUSED - APPLICANT NOT ON MASTER"
152772                 TO APST-RESULT
152773             GO TO 5750-EXIT
152774     END-READ.
152775     PERFORM 5760-REDECIDE-APPLICANT THRU 5760-EXIT.
152776     IF APST-RESULT(1:7) = "REFUSED"
152777         GO TO 5750-EXIT
152778     END-IF.
152779     ADD 1 TO CASES-OVERTURNED-COUNT.
152780     MOVE CURR-STATUS      TO APEL-RESULT-STATUS.
152781     MOVE CURR-REASON-CODE TO APEL-RESULT-REASON.
152782     IF CURR-ACCEPTED
152783         MOVE "OVERTURNED - NOW ACCEPTED" TO APST-RESULT
152784     ELSE
152785         MOVE "OVERTURNED - STILL REJECTED, REASON"
152786             TO APST-RESULT
152787         MOVE CURR-REASON-CODE TO APST-RESULT(37:2)
152788     END-IF.
152789 5750-EXIT.
152790     EXIT.
152791
152792******************************************************************
152793* 5760-REDECIDE-APPLICANT - Correct and re-screen the applicant
152794*     in the record area (7600's rules: zero leaves a value
152795*     alone, the age comes from the birth date) and store the
152796*     decision.  The history row is written even when the
152797*     standing did not move, so the record's path shows the
152798*     appeal outcome; a changed reject reason cuts its letter;
152799*     an applicant the corrections reject after a prior extract
152800*     sent him is queued for removal; and the corrections go to
152801*     MAINTCOR so a rebuild of the master replays them.
152802******************************************************************
152803 5760-REDECIDE-APPLICANT.
152804     MOVE "N" TO WS-APPEAL-CORR-SWITCH.
152805     IF ATRN-NEW-DOB NUMERIC AND ATRN-NEW-DOB NOT = ZERO
152806         MOVE ATRN-NEW-DOB TO APPL-DOB
152807         MOVE "Y" TO WS-APPEAL-CORR-SWITCH
152808     END-IF.
152809     IF ATRN-NEW-HEIGHT NUMERIC AND ATRN-NEW-HEIGHT NOT = ZERO
152810         MOVE ATRN-NEW-HEIGHT TO APPL-HEIGHT
152811         MOVE "Y" TO WS-APPEAL-CORR-SWITCH
152812     END-IF.
152813     IF ATRN-NEW-WEIGHT NUMERIC AND ATRN-NEW-WEIGHT NOT = ZERO
152814         MOVE ATRN-NEW-WEIGHT TO APPL-WEIGHT
152815         MOVE "Y" TO WS-APPEAL-CORR-SWITCH
152816     END-IF.
152817     PERFORM 3010-DERIVE-AGE THRU 3010-EXIT.
152818     MOVE AGE         TO APPL-AGE.
152819     MOVE APPL-HEIGHT TO HEIGHT.
152820     MOVE APPL-WEIGHT TO WEIGHT.
152821     PERFORM 3000-VALIDATE-APPLICANT THRU 3000-EXIT.
152822     PERFORM 3020-APPLY-WAIVER THRU 3020-EXIT.
152823     MOVE APPL-DECISION-STATUS TO WS-HIST-OLD-STATUS.
152824     MOVE APPL-REASON-CODE     TO WS-HIST-OLD-REASON.
152825     MOVE CURR-STATUS      TO APPL-DECISION-STATUS.
152826     MOVE CURR-REASON-CODE TO APPL-REASON-CODE.
152827     MOVE WS-RUN-DATE      TO APPL-DECISION-DATE.
152828     IF CURR-REJECTED AND APPL-EXTR-SENT
152829         MOVE APPL-ID TO RMV-APPL-ID
152830         MOVE "REJ"   TO RMV-REASON
152831         PERFORM 5350-QUEUE-REMOVAL THRU 5350-EXIT
152832         MOVE SPACES  TO APPL-EXTRACT-STATUS
152833         MOVE ZERO    TO APPL-EXTRACT-DATE
152834     END-IF.
152835     REWRITE APPLICANT-RECORD
152836         INVALID KEY
152837             MOVE "REFUSED - UNABLE TO REWRITE APPLICANT"
152838                 TO APST-RESULT
152839             GO TO 5760-EXIT
152840     END-REWRITE.
152841     PERFORM 3350-WRITE-DECISION-HISTORY THRU 3350-EXIT.
152842     PERFORM 3380-WRITE-REJECT-LETTER THRU 3380-EXIT.
152843     PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT.
152844     IF WS-APPEAL-CORRECTED
152845         MOVE APPL-AGE    TO WS-MAINT-FINAL-AGE
152846         MOVE APPL-HEIGHT TO WS-MAINT-FINAL-HEIGHT
152847         PERFORM 7610-SAVE-CORRECTION THRU 7610-EXIT
152848     END-IF.
152849 5760-EXIT.
152850     EXIT.
152851
152852 5790-WRITE-APPEAL-LINE.
152853     MOVE APPEAL-POST-LINE TO APPEAL-POSTING-RECORD.
152854     PERFORM 5795-WRITE-POSTING-RECORD THRU 5795-EXIT.
152855 5790-EXIT.
152856     EXIT.
152857
152858 5795-WRITE-POSTING-RECORD.
152859     WRITE APPEAL-POSTING-RECORD.
152860     IF NOT APLR-FILE-OK
152861         DISPLAY "PROG000X - UNABLE TO WRITE APPEAL-POSTING-"
152862                 "REPORT, STATUS = " APLR-FILE-STATUS
152863     END-IF.
152864 5795-EXIT.
152865     EXIT.
152875
152885******************************************************************
152895* 5800-POST-EXAM-RESULTS - Post the medical exam results feed to
152905*     the master, one row per exam, then list the accepted
152915*     applicants still waiting on one.  Every row gets one exam
152925*     report line with the reported and measured values side by
152935*     side and what was done with it, or why it was refused - a
152936*     refused row changes nothing.
152937******************************************************************
152938 5800-POST-EXAM-RESULTS.
152939     IF NOT WS-EXAM-FILES-OK
152940         GO TO 5800-EXIT
152941     END-IF.
152942     PERFORM 5810-READ-EXAM-FEED THRU 5810-EXIT.
152943     PERFORM 5820-POST-ONE-EXAM THRU 5820-EXIT
152944         UNTIL WS-EXAM-END-OF-FILE.
152945     PERFORM 5860-LIST-OVERDUE-EXAMS THRU 5860-EXIT.
152946 5800-EXIT.
152947     EXIT.
152948
152949 5810-READ-EXAM-FEED.
152950     READ EXAM-FEED-FILE
152951         AT END
152952             MOVE "Y" TO WS-EXAM-EOF-SWITCH
152953     END-READ.
152954 5810-EXIT.
152955     EXIT.
152956
152957******************************************************************
152958* 5820-POST-ONE-EXAM - Edit one exam row and post it.  A row
152959*     with no exam date, a date after tonight, no measured
152960*     height or weight, or a result other than P or F is
152961*     refused, as is a row for an applicant not on the master
152962*     or one older than the exam already on his record - the
152963*     latest exam stands.
152964******************************************************************
152965 5820-POST-ONE-EXAM.
152966     ADD 1 TO TESTE.
152967     MOVE EXAM-APPL-ID    TO EXPL-ID.
152968     MOVE EXAM-STATION    TO EXPL-STATION.
152969     MOVE ZERO            TO EXPL-RPT-HEIGHT EXPL-RPT-WEIGHT.
152970     MOVE ZERO            TO EXPL-EXM-HEIGHT EXPL-EXM-WEIGHT.
152971     MOVE SPACES          TO EXPL-FLAG.
152972     MOVE EXAM-RESULT     TO EXPL-RESULT.
152973     MOVE SPACES          TO EXPL-ACTION.
152974     IF EXAM-HEIGHT NUMERIC
152975         MOVE EXAM-HEIGHT TO EXPL-EXM-HEIGHT
152976     END-IF.
152977     IF EXAM-WEIGHT NUMERIC
152978         MOVE EXAM-WEIGHT TO EXPL-EXM-WEIGHT
152979     END-IF.
152980     IF EXAM-DATE NOT NUMERIC OR EXAM-DATE = ZERO
152981         MOVE "REFUSED - NO EXAM DATE" TO EXPL-ACTION
152982         GO TO 5820-REFUSED
152983     END-IF.
152984     IF EXAM-DATE > WS-RUNF-DATE-N
152985         MOVE "REFUSED - EXAM DATE AFTER TONIGHT" TO EXPL-ACTION
152986         GO TO 5820-REFUSED
152987     END-IF.
152988     IF EXAM-HEIGHT NOT NUMERIC OR EXAM-HEIGHT = ZERO
152989         MOVE "REFUSED - NO MEASURED HEIGHT" TO EXPL-ACTION
152990         GO TO 5820-REFUSED
152991     END-IF.
152992     IF EXAM-WEIGHT NOT NUMERIC OR EXAM-WEIGHT = ZERO
152993         MOVE "REFUSED - NO MEASURED WEIGHT" TO EXPL-ACTION
152994         GO TO 5820-REFUSED
152995     END-IF.
152996     IF NOT EXAM-VALID-RESULT
152997         MOVE "REFUSED - RESULT NOT RECOGNIZED" TO EXPL-ACTION
152998         GO TO 5820-REFUSED
152999     END-IF.
153000     MOVE EXAM-APPL-ID TO APPL-ID.
153001     READ APPLICANT-FILE
153002         INVALID KEY
153003             MOVE "REFUSED - NOT ON MASTER" TO EXPL-ACTION
153004             GO TO 5820-REFUSED
153005     END-READ.
153006     IF APPL-EXAM-DATE NUMERIC AND APPL-EXAM-DATE > EXAM-DATE
153007         MOVE "REFUSED - LATER EXAM ON FILE" TO EXPL-ACTION
153008         GO TO 5820-REFUSED
153009     END-IF.
153010     PERFORM 5830-APPLY-EXAM THRU 5830-EXIT.
153011     IF EXPL-ACTION(1:7) = "REFUSED"
153012         GO TO 5820-REFUSED
153013     END-IF.
153014     ADD 1 TO RECORDS-PASSED-COUNT.
153015     PERFORM 5890-WRITE-EXAM-LINE THRU 5890-EXIT.
153016     GO TO 5820-NEXT.
153017 5820-REFUSED.
153018     ADD 1 TO RECORDS-REJECTED-COUNT.
153019     PERFORM 5890-WRITE-EXAM-LINE THRU 5890-EXIT.
153020 5820-NEXT.
153021     PERFORM 5810-READ-EXAM-FEED THRU 5810-EXIT.
153022 5820-EXIT.
153023     EXIT.
153024
153025******************************************************************
153026* 5830-APPLY-EXAM - Lay the exam over the record.  The first
153027*     exam moves the height and weight the applicant reported
153028*     to APPL-RPT-HEIGHT/WEIGHT; a later exam leaves them there,
153029*     so the comparison is always against what he told us.  The
153030*     measured values then become APPL-HEIGHT/WEIGHT, the values
153031*     every screening pass reads.  An applicant with no decision
153032*     of record yet is simply rewritten and left for VALIDATE;
153033*     one already decided is re-decided tonight.
153034******************************************************************
153035 5830-APPLY-EXAM.
153036     IF APPL-EXAM-DATE NOT NUMERIC OR APPL-EXAM-DATE = ZERO
153037         MOVE APPL-HEIGHT TO APPL-RPT-HEIGHT
153038         MOVE APPL-WEIGHT TO APPL-RPT-WEIGHT
153039     END-IF.
153040     MOVE EXAM-DATE    TO APPL-EXAM-DATE.
153041     MOVE EXAM-RESULT  TO APPL-EXAM-RESULT.
153042     MOVE EXAM-STATION TO APPL-EXAM-STATION.
153043     MOVE EXAM-HEIGHT  TO APPL-HEIGHT.
153044     MOVE EXAM-WEIGHT  TO APPL-WEIGHT.
153045     MOVE APPL-RPT-HEIGHT TO EXPL-RPT-HEIGHT.
153046     MOVE APPL-RPT-WEIGHT TO EXPL-RPT-WEIGHT.
153047     PERFORM 5840-CHECK-DISCREPANCY THRU 5840-EXIT.
153048     IF EXAM-FAILED
153049         ADD 1 TO EXAMS-FAILED-COUNT
153050     END-IF.
153051     IF APPL-DEC-PENDING
153052         REWRITE APPLICANT-RECORD
153053             INVALID KEY
153054                 MOVE "REFUSED - UNABLE TO REWRITE APPLICANT"
153055                     TO EXPL-ACTION
153056                 GO TO 5830-EXIT
153057         END-REWRITE
153058         PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT
153059         MOVE "POSTED - NOT YET DECIDED" TO EXPL-ACTION
153060         GO TO 5830-EXIT
153061     END-IF.
153062     PERFORM 5850-REDECIDE-ON-EXAM THRU 5850-EXIT.
153063 5830-EXIT.
153064     EXIT.
153065
153066******************************************************************
153067* 5840-CHECK-DISCREPANCY - Compare the measured values with the
153068*     reported ones and flag each that differs by more than its
153069*     tolerance.
153070******************************************************************
153071 5840-CHECK-DISCREPANCY.
153072     IF APPL-HEIGHT > APPL-RPT-HEIGHT
153073         COMPUTE WS-EXAM-HEIGHT-DIFF =
153074                 APPL-HEIGHT - APPL-RPT-HEIGHT
153075     ELSE
153076         COMPUTE WS-EXAM-HEIGHT-DIFF =
153077                 APPL-RPT-HEIGHT - APPL-HEIGHT
153078     END-IF.
153079     IF APPL-WEIGHT > APPL-RPT-WEIGHT
153080         COMPUTE WS-EXAM-WEIGHT-DIFF =
153081                 APPL-WEIGHT - APPL-RPT-WEIGHT
153082     ELSE
153083         COMPUTE WS-EXAM-WEIGHT-DIFF =
153084                 APPL-RPT-WEIGHT - APPL-WEIGHT
153085     END-IF.
153086     IF WS-EXAM-HEIGHT-DIFF > HEIGHT-TOLERANCE
153087         MOVE "HT" TO EXPL-FLAG
153088     END-IF.
153089     IF WS-EXAM-WEIGHT-DIFF > WEIGHT-TOLERANCE
153090         IF EXPL-FLAG = SPACES
153091             MOVE "WT" TO EXPL-FLAG
153092         ELSE
153093             MOVE "HT+WT" TO EXPL-FLAG
153094         END-IF
153095     END-IF.
153096     IF EXPL-FLAG NOT = SPACES
153097         ADD 1 TO EXAMS-DISCREPANT-COUNT
153098     END-IF.
153099 5840-EXIT.
153100     EXIT.
153101
153102******************************************************************
153103* 5850-REDECIDE-ON-EXAM - Re-screen an applicant already decided
153104*     on his measured values and store the decision, 5760's
153105*     way: a changed standing gets its history row, a new reject
153106*     its letter, and an acceptance already sent to enrollment
153107*     that the exam turns into a reject is queued for removal.
153108*     A failed exam result is recorded and reported but is not
153109*     itself a screening standard - only the limits are.
153110******************************************************************
153111 5850-REDECIDE-ON-EXAM.
153112     PERFORM 3010-DERIVE-AGE THRU 3010-EXIT.
153113     MOVE AGE         TO APPL-AGE.
153114     MOVE APPL-HEIGHT TO HEIGHT.
153115     MOVE APPL-WEIGHT TO WEIGHT.
153116     PERFORM 3000-VALIDATE-APPLICANT THRU 3000-EXIT.
153117     PERFORM 3020-APPLY-WAIVER THRU 3020-EXIT.
153118     MOVE APPL-DECISION-STATUS TO WS-HIST-OLD-STATUS.
153119     MOVE APPL-REASON-CODE     TO WS-HIST-OLD-REASON.
153120     MOVE CURR-STATUS      TO APPL-DECISION-STATUS.
153121     MOVE CURR-REASON-CODE TO APPL-REASON-CODE.
153122     MOVE WS-RUN-DATE      TO APPL-DECISION-DATE.
153123     IF CURR-REJECTED AND APPL-EXTR-SENT
153124         MOVE APPL-ID TO RMV-APPL-ID
153125         MOVE "REJ"   TO RMV-REASON
153126         PERFORM 5350-QUEUE-REMOVAL THRU 5350-EXIT
153127         MOVE SPACES  TO APPL-EXTRACT-STATUS
153128         MOVE ZERO    TO APPL-EXTRACT-DATE
153129         ADD 1 TO EXAMS-REMOVAL-COUNT
153130     END-IF.
153131     REWRITE APPLICANT-RECORD
153132         INVALID KEY
153133             MOVE "REFUSED - UNABLE TO REWRITE APPLICANT"
153134                 TO EXPL-ACTION
153135             GO TO 5850-EXIT
153136     END-REWRITE.
153137     PERFORM 3350-WRITE-DECISION-HISTORY THRU 3350-EXIT.
153138     PERFORM 3380-WRITE-REJECT-LETTER THRU 3380-EXIT.
153139     PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT.
153140     ADD 1 TO EXAMS-REDECIDED-COUNT.
153141     IF WS-HIST-OLD-STATUS = APPL-DECISION-STATUS
153142             AND WS-HIST-OLD-REASON = APPL-REASON-CODE
153143         IF APPL-DEC-ACCEPTED
153144             MOVE "POSTED - STILL ACCEPTED" TO EXPL-ACTION
153145         ELSE
153146             MOVE "POSTED - STILL REJECTED, REASON"
153147                 TO EXPL-ACTION
153148             MOVE APPL-REASON-CODE TO EXPL-ACTION(33:2)
153149         END-IF
153150     ELSE IF APPL-DEC-REJECTED
153151         ADD 1 TO EXAMS-NOW-REJECTED-COUNT
153152         MOVE "POSTED - NOW REJECTED, REASON" TO EXPL-ACTION
153153         MOVE APPL-REASON-CODE TO EXPL-ACTION(31:2)
153154     ELSE
153155         ADD 1 TO EXAMS-NOW-ACCEPTED-COUNT
153156         MOVE "POSTED - NOW ACCEPTED" TO EXPL-ACTION
153157     END-IF.
153158 5850-EXIT.
153159     EXIT.
153160
153161******************************************************************
153162* 5860-LIST-OVERDUE-EXAMS - Walk the master for accepted
153163*     applicants sent to enrollment more than EXAM-OVERDUE-DAYS
153164*     ago who still have no exam on file and no enrollment
153165*     outcome yet.  The days run from the extract date, which a
153166*     class resend does not move; the decision date is no clock,
153167*     every full VALIDATE pass restamps it.  This walk reads the
153168*     master only and is not counted in the rows read.
153169******************************************************************
153170 5860-LIST-OVERDUE-EXAMS.
153171     MOVE WS-RUNF-DATE-N TO WS-DN-DATE-N.
153172     PERFORM 5880-DAY-NUMBER THRU 5880-EXIT.
153173     MOVE WS-DN-RESULT TO WS-EXAM-RUN-DAY.
153174     MOVE SPACES TO EXAM-REPORT-RECORD.
153175     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
153176     MOVE SPACES TO EXAM-REPORT-RECORD.
153177     STRING "ACCEPTED, SENT MORE THAN " EXAM-OVERDUE-DAYS
153178            " DAYS AGO, NO EXAM ON FILE"
153179            DELIMITED BY SIZE INTO EXAM-REPORT-RECORD.
153180     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
153181     MOVE SPACES TO EXAM-REPORT-RECORD.
153182     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
153183     MOVE SPACES     TO EXAM-REPORT-RECORD.
153184     MOVE "APPL ID"  TO EXAM-REPORT-RECORD(1:7).
153185     MOVE "NAME"     TO EXAM-REPORT-RECORD(10:4).
153186     MOVE "OFFC"     TO EXAM-REPORT-RECORD(31:4).
153187     MOVE "SENT"     TO EXAM-REPORT-RECORD(36:4).
153188     MOVE "DAYS"     TO EXAM-REPORT-RECORD(46:4).
153189     MOVE "CLASS"    TO EXAM-REPORT-RECORD(51:5).
153190     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
153191     MOVE "N" TO WS-EXAM-SCAN-SWITCH.
153192     MOVE LOW-VALUES TO APPL-ID.
153193     START APPLICANT-FILE KEY IS NOT LESS THAN APPL-ID
153194         INVALID KEY
153195             MOVE "Y" TO WS-EXAM-SCAN-SWITCH
153196     END-START.
153197     PERFORM 5870-CHECK-OVERDUE-EXAM THRU 5870-EXIT
153198         UNTIL WS-EXAM-SCAN-DONE.
153199     IF EXAMS-OVERDUE-COUNT = ZERO
153200         MOVE SPACES TO EXAM-REPORT-RECORD
153201         MOVE "NONE" TO EXAM-REPORT-RECORD(1:4)
153202         PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT
153203     END-IF.
153204 5860-EXIT.
153205     EXIT.
153206
153207 5870-CHECK-OVERDUE-EXAM.
153208     READ APPLICANT-FILE NEXT RECORD
153209         AT END
153210             MOVE "Y" TO WS-EXAM-SCAN-SWITCH
153211             GO TO 5870-EXIT
153212     END-READ.
153213     IF NOT APPL-DEC-ACCEPTED OR NOT APPL-EXTR-SENT
153214             OR NOT APPL-ENR-NOT-REPORTED
153215         GO TO 5870-EXIT
153216     END-IF.
153217     IF APPL-EXAM-DATE NUMERIC AND APPL-EXAM-DATE NOT = ZERO
153218         GO TO 5870-EXIT
153219     END-IF.
153220     IF APPL-EXTRACT-DATE NOT NUMERIC OR APPL-EXTRACT-DATE = ZERO
153221         GO TO 5870-EXIT
153222     END-IF.
153223     MOVE APPL-EXTRACT-DATE TO WS-DN-DATE-N.
153224     PERFORM 5880-DAY-NUMBER THRU 5880-EXIT.
153225     COMPUTE WS-EXAM-DAYS-WAITING =
153226             WS-EXAM-RUN-DAY - WS-DN-RESULT.
153227     IF WS-EXAM-DAYS-WAITING NOT > EXAM-OVERDUE-DAYS
153228         GO TO 5870-EXIT
153229     END-IF.
153230     ADD 1 TO EXAMS-OVERDUE-COUNT.
153231     MOVE APPL-ID              TO EXOL-ID.
153232     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
153233     MOVE WS-PRINT-NAME TO EXOL-NAME.
153234     MOVE APPL-OFFICE-CODE     TO EXOL-OFFICE.
153235     MOVE APPL-EXTRACT-DATE    TO EXOL-SENT-DATE.
153236     MOVE WS-EXAM-DAYS-WAITING TO EXOL-DAYS.
153237     MOVE APPL-CLASS-ID        TO EXOL-CLASS.
153238     MOVE EXAM-OVERDUE-LINE    TO EXAM-REPORT-RECORD.
153239     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
153240 5870-EXIT.
153241     EXIT.
153242
153243******************************************************************
153244* 5880-DAY-NUMBER - Turn the CCYYMMDD date in WS-DN-DATE into a
153245*     count of days in WS-DN-RESULT.  January and February are
153246*     counted as months 13 and 14 of the year before, so the
153247*     leap day needs no special case; each division truncates
153248*     on its own, which is what the count relies on.
153249******************************************************************
153250 5880-DAY-NUMBER.
153251     IF WS-DN-MM > 2
153252         MOVE WS-DN-CCYY TO WS-DN-YEAR
153253         MOVE WS-DN-MM   TO WS-DN-MONTH
153254     ELSE
153255         COMPUTE WS-DN-YEAR  = WS-DN-CCYY - 1
153256         COMPUTE WS-DN-MONTH = WS-DN-MM + 12
153257     END-IF.
153258     COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365 + WS-DN-DD.
153259     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-PART.
153260     ADD WS-DN-PART TO WS-DN-RESULT.
153261     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-PART.
153262     SUBTRACT WS-DN-PART FROM WS-DN-RESULT.
153263     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-PART.
153264     ADD WS-DN-PART TO WS-DN-RESULT.
153265     COMPUTE WS-DN-PART = 153 * (WS-DN-MONTH - 3) + 2.
153266     DIVIDE WS-DN-PART BY 5 GIVING WS-DN-PART.
153267     ADD WS-DN-PART TO WS-DN-RESULT.
153268 5880-EXIT.
153269     EXIT.
153270
153271 5890-WRITE-EXAM-LINE.
153272     MOVE EXAM-POST-LINE TO EXAM-REPORT-RECORD.
153273     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
153274 5890-EXIT.
153275     EXIT.
153276
153277 5895-WRITE-EXAM-RECORD.
153278     WRITE EXAM-REPORT-RECORD.
153279     IF NOT EXRP-FILE-OK
153280         DISPLAY "PROG000X - UNABLE TO WRITE EXAM-REPORT, "
153281                 "STATUS = " EXRP-FILE-STATUS
153282     END-IF.
153283 5895-EXIT.
153284     EXIT.
153285
153286******************************************************************
153287* 6000-REPROCESS-SUSPENSE - Re-read the suspense file the data-
153288*     control clerk corrected and post each record that now
153289*     passes the intake edits to the master.  A record that
153290*     still fails goes back out on the fresh suspense file and
153291*     report through the same 1560 path a LOAD reject takes.
153300******************************************************************
153400 6000-REPROCESS-SUSPENSE.
153500     PERFORM 6010-READ-SUSPENSE-IN THRU 6010-EXIT.
159140     MOVE ZERO        TO APPL-WAIVER-EXPIRY.
159150     MOVE SPACES      TO APPL-EXTRACT-STATUS.
159160     MOVE ZERO        TO APPL-EXTRACT-DATE.
159170     MOVE SUSP-OFFICE-CODE TO APPL-OFFICE-CODE.
159180     MOVE WS-RUNF-DATE-N   TO APPL-INTAKE-DATE.
159190     MOVE SPACES           TO APPL-CLASS-ID.
159191     MOVE ZERO             TO APPL-EXAM-DATE.
159192     MOVE SPACES           TO APPL-EXAM-RESULT.
159193     MOVE SPACES           TO APPL-EXAM-STATION.
159194     MOVE ZERO             TO APPL-RPT-HEIGHT.
159195     MOVE ZERO             TO APPL-RPT-WEIGHT.
159200     WRITE APPLICANT-RECORD
159300         INVALID KEY
159310             PERFORM 6110-REWRITE-EXISTING-RECORD
159320                 THRU 6110-EXIT
160100         NOT INVALID KEY
160200             ADD 1 TO RECORDS-PASSED-COUNT
160210             PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT
160300     END-WRITE.
160400 6100-EXIT.
160500     EXIT.
160541             MOVE APPL-DECISION-STATUS TO WS-HIST-OLD-STATUS
160542             MOVE APPL-REASON-CODE     TO WS-HIST-OLD-REASON
160516             MOVE SUSP-AGE    TO APPL-AGE
160518             MOVE SUSP-NAME   TO APPL-NAME
160519             MOVE SUSP-DOB    TO APPL-DOB
160520             IF APPL-EXAM-DATE NUMERIC
160521                     AND APPL-EXAM-DATE NOT = ZERO
160522                 MOVE SUSP-HEIGHT TO APPL-RPT-HEIGHT
160523                 MOVE SUSP-WEIGHT TO APPL-RPT-WEIGHT
160524             ELSE
160525                 MOVE SUSP-HEIGHT TO APPL-HEIGHT
160526                 MOVE SUSP-WEIGHT TO APPL-WEIGHT
160527             END-IF
160528             IF SUSP-OFFICE-CODE NOT = SPACES
160529                 MOVE SUSP-OFFICE-CODE TO APPL-OFFICE-CODE
160530             END-IF
160531             MOVE SPACES      TO APPL-DECISION-STATUS
160532             MOVE SPACES      TO APPL-REASON-CODE
160533             MOVE ZERO        TO APPL-DECISION-DATE
160534             REWRITE APPLICANT-RECORD
160535                 INVALID KEY
160536                     MOVE "D1" TO SUSP-REASON-CODE
160537                     PERFORM 1560-WRITE-SUSPENSE THRU 1560-EXIT
160538                 NOT INVALID KEY
160539                     ADD 1 TO RECORDS-PASSED-COUNT
160543                     PERFORM 3350-WRITE-DECISION-HISTORY
160544                         THRU 3350-EXIT
160545                     PERFORM 3700-WRITE-CHANGE-ENTRY
160546                         THRU 3700-EXIT
160530             END-REWRITE
160531     END-READ.
160532 6110-EXIT.
164400             PERFORM 3000-VALIDATE-APPLICANT THRU 3000-EXIT
164450             PERFORM 3020-APPLY-WAIVER THRU 3020-EXIT
164500             PERFORM 3300-STORE-DECISION THRU 3300-EXIT
164550             PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT
164600             IF CURR-ACCEPTED
164700                 ADD 1 TO RECORDS-PASSED-COUNT
164900                 PERFORM 6530-WRITE-NEWLY-ELIGIBLE THRU 6530-EXIT
165700
165800 6530-WRITE-NEWLY-ELIGIBLE.
165900     MOVE APPL-ID    TO NEWL-ID.
166000     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
166001     MOVE WS-PRINT-NAME TO NEWL-NAME.
166100     MOVE AGE        TO NEWL-AGE.
166200     MOVE WS-RUN-DATE TO NEWL-DATE.
166300     MOVE NEWLY-ELIGIBLE-LINE TO NEWLY-ELIGIBLE-RECORD.
168900             MOVE APPL-WEIGHT TO WEIGHT
169000             MOVE APPL-REASON-CODE TO CURR-REASON-CODE
169100             PERFORM 3050-SET-REASON-TEXT THRU 3050-EXIT
169101             PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT
169200             DISPLAY "APPLICANT ID " APPL-ID
169300                     " " WS-PRINT-NAME
169400                     " AGE "  AGE
169500                     " HEIGHT " HEIGHT
169600                     " WEIGHT " WEIGHT
170200                 DISPLAY "PROG000X - NO DECISION OF RECORD YET "
170300                         "FOR APPLICANT " APPL-ID
170400             END-IF
170410             IF APPL-EXAM-DATE NUMERIC
170411                     AND APPL-EXAM-DATE NOT = ZERO
170412                 DISPLAY "EXAM " APPL-EXAM-DATE
170413                         " RESULT " APPL-EXAM-RESULT
170414                         " STATION " APPL-EXAM-STATION
170415                         " REPORTED HEIGHT " APPL-RPT-HEIGHT
170416                         " WEIGHT " APPL-RPT-WEIGHT
170417             END-IF
170500     END-READ.
170600 7000-EXIT.
170700     EXIT.
170800
170801******************************************************************
170802* 7100-INQUIRE-ARCHIVE - The ARCHINQ run.  Read the whole
170803*     archive dataset and print every row for the applicant
170804*     asked about - by id, or by name and date of birth - with
170805*     why and when the record left the master, whether RESTORE
170806*     has put it back, and whether his id is live on the master
170807*     again.  Nothing is changed.  A card with neither key
170808*     searches nothing and ends the run RC 8.
170809******************************************************************
170810 7100-INQUIRE-ARCHIVE.
170811     IF NOT WS-ARCHINQ-FILES-OK
170812         GO TO 7100-EXIT
170813     END-IF.
170814     IF WS-INQ-NO-KEY
170815         MOVE 8 TO RETURN-CODE
170816         GO TO 7100-EXIT
170817     END-IF.
170818     PERFORM 7110-INQUIRE-ONE-ROW THRU 7110-EXIT
170819         UNTIL WS-ARCH-END-OF-FILE.
170820     IF ARCHIVE-MATCH-COUNT = ZERO
170821         MOVE SPACES TO ARCHIVE-INQUIRY-RECORD
170822         MOVE "NO ARCHIVED RECORD MATCHES"
170823             TO ARCHIVE-INQUIRY-RECORD
170824         PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT
170825     END-IF.
170826 7100-EXIT.
170827     EXIT.
170828
170829 7110-INQUIRE-ONE-ROW.
170830     READ ARCHIVE-FILE INTO APPLICANT-RECORD
170831         AT END
170832             MOVE "Y" TO WS-ARCH-EOF-SWITCH
170833             GO TO 7110-EXIT
170834     END-READ.
170835     ADD 1 TO ARCHIVE-READ-COUNT.
170836     IF WS-INQ-BY-ID
170837         IF APPL-ID NOT = WS-LOOKUP-ID
170838             GO TO 7110-EXIT
170839         END-IF
170840     ELSE
170841         IF APPL-NAME NOT = WS-INQ-NAME
170842                 OR APPL-DOB NOT = WS-INQ-DOB
170843             GO TO 7110-EXIT
170844         END-IF
170845     END-IF.
170846     ADD 1 TO ARCHIVE-MATCH-COUNT.
170847     PERFORM 7120-SET-INQUIRY-LINES THRU 7120-EXIT.
170848*    The lines are built; the master read below may overlay the
170849*    record area.
170850     IF ARCH-RESTORED
170851         STRING "RESTORED " ARCH-RESTORE-DATE
170852                DELIMITED BY SIZE INTO ARQ2-RESULT
170853     ELSE
170854         READ APPLICANT-FILE
170855             INVALID KEY
170856                 CONTINUE
170857             NOT INVALID KEY
170858                 MOVE "ID IS LIVE ON THE MASTER" TO ARQ2-RESULT
170859         END-READ
170860     END-IF.
170861     PERFORM 7180-WRITE-INQUIRY-LINES THRU 7180-EXIT.
170862 7110-EXIT.
170863     EXIT.
170864
170865******************************************************************
170866* 7120-SET-INQUIRY-LINES - Fill both inquiry lines from the
170867*     archive row in ARCHIVE-RECORD and the record it carries,
170868*     already in the master record area.  A row archived before
170869*     the reason and date were kept says so.
170870******************************************************************
170871 7120-SET-INQUIRY-LINES.
170872     MOVE APPL-ID              TO ARQL-ID.
170873     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
170874     MOVE WS-PRINT-NAME        TO ARQL-NAME.
170875     MOVE WS-PRINT-DOB         TO ARQL-DOB.
170876     MOVE APPL-DECISION-STATUS TO ARQL-STATUS.
170877     MOVE APPL-REASON-CODE     TO ARQL-REASON-CODE.
170878     MOVE APPL-DECISION-DATE   TO ARQL-DECISION-DATE.
170879     MOVE APPL-ENROLL-DISP     TO ARQL-DISP.
170880     MOVE APPL-ENROLL-DATE     TO ARQL-ENROLL-DATE.
170881     IF ARCH-RETENTION-ELAPSED
170882         MOVE "RETENTION ELAPSED"   TO ARQ2-LEFT-TEXT
170883     ELSE IF ARCH-DELETED
170884         MOVE "DELETED (DEL TRAN)"  TO ARQ2-LEFT-TEXT
170885     ELSE IF ARCH-DUP-RETIRED
170886         MOVE "DUPLICATE RETIRED"   TO ARQ2-LEFT-TEXT
170887     ELSE
170888         MOVE "REASON NOT RECORDED" TO ARQ2-LEFT-TEXT
170889     END-IF.
170890     IF ARCH-DATE = SPACES
170891         MOVE "UNKNOWN" TO ARQ2-LEFT-DATE
170892     ELSE
170893         MOVE ARCH-DATE TO ARQ2-LEFT-DATE
170894     END-IF.
170895     MOVE SPACES TO ARQ2-RESULT.
170896 7120-EXIT.
170897     EXIT.
170898
170899 7180-WRITE-INQUIRY-LINES.
170900     MOVE ARCHIVE-INQUIRY-LINE TO ARCHIVE-INQUIRY-RECORD.
170901     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
170902     MOVE ARCHIVE-INQUIRY-LINE-2 TO ARCHIVE-INQUIRY-RECORD.
170903     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
170904 7180-EXIT.
170905     EXIT.
170906
170907 7190-WRITE-INQUIRY-RECORD.
170908     WRITE ARCHIVE-INQUIRY-RECORD.
170909     IF NOT ARQR-FILE-OK
170910         DISPLAY "PROG000X - UNABLE TO WRITE ARCHIVE-INQUIRY-"
170911                 "REPORT, STATUS = " ARQR-FILE-STATUS
170912     END-IF.
170913 7190-EXIT.
170914     EXIT.
170915
170916******************************************************************
170917* 7200-RESTORE-APPLICANT - The RESTORE run.  Put the applicant
170918*     on the card back on the master from the latest archive row
170919*     for his id not already restored, the record exactly as it
170920*     stood, with one exception: a record that left by DEL or
170921*     DUPMERGE after enrollment was sent him had his removal
170922*     sent too, so his extract mark is cleared and VALIDATE
170923*     sends him afresh if he still stands accepted.  An id live
170924*     on the master again is refused - nothing is overwritten.
170925*     The restore appends a history row and a change list entry,
170926*     so the next VALIDATE re-screens him under the limits then
170927*     in force whichever pass it runs, and marks the archive row
170928*     restored so it is not counted twice.  The outcome goes on
170929*     the audit row: RESTORED, ID-LIVE, NOTFOUND, ANON-ROW (the
170930*     row is anonymized), CARD-ERR (no id on the card, RC 8) or
170933*     RSTR-ERR.
170934******************************************************************
170935 7200-RESTORE-APPLICANT.
170936     IF NOT WS-ARCHINQ-FILES-OK
170937         MOVE "RSTR-ERR" TO WS-RESTORE-RESULT
170938         GO TO 7200-EXIT
170939     END-IF.
170940     ADD 1 TO TESTE.
170941     IF NOT WS-INQ-BY-ID
170942         MOVE "CARD-ERR" TO WS-RESTORE-RESULT
170943         ADD 1 TO RECORDS-REJECTED-COUNT
170944         MOVE 8 TO RETURN-CODE
170945         GO TO 7200-EXIT
170946     END-IF.
170947     PERFORM 7210-FIND-ARCHIVE-ROW THRU 7210-EXIT
170948         UNTIL WS-ARCH-END-OF-FILE.
170949     IF WS-RESTORE-ROW-NUMBER = ZERO
170950         MOVE "NOTFOUND" TO WS-RESTORE-RESULT
170951         ADD 1 TO RECORDS-REJECTED-COUNT
170952         MOVE SPACES TO ARCHIVE-INQUIRY-RECORD
170953         STRING "NO UNRESTORED ARCHIVE ROW FOR APPLICANT "
170954                WS-LOOKUP-ID ", NOTHING RESTORED"
170955                DELIMITED BY SIZE INTO ARCHIVE-INQUIRY-RECORD
170956         PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT
170957         GO TO 7200-EXIT
170958     END-IF.
170959     MOVE WS-RESTORE-ROW TO ARCHIVE-RECORD.
170960     MOVE WS-LOOKUP-ID   TO APPL-ID.
170961     READ APPLICANT-FILE
170962         INVALID KEY
170963             CONTINUE
170964         NOT INVALID KEY
170965             MOVE "ID-LIVE" TO WS-RESTORE-RESULT
170966     END-READ.
170967     MOVE ARCH-APPLICANT-DATA TO APPLICANT-RECORD.
170968     PERFORM 7120-SET-INQUIRY-LINES THRU 7120-EXIT.
170969     IF WS-RESTORE-RESULT = "ID-LIVE"
170970         ADD 1 TO RECORDS-REJECTED-COUNT
170971         MOVE "REFUSED - ID IS LIVE" TO ARQ2-RESULT
170972         GO TO 7200-REPORT
170973     END-IF.
170974     MOVE APPL-DOB TO WS-DOB-PARTS.
170975     IF APPL-NAME = SPACES AND WS-DOB-MMDD = ZERO
170976         MOVE "ANON-ROW" TO WS-RESTORE-RESULT
170977         ADD 1 TO RECORDS-REJECTED-COUNT
170978         MOVE "REFUSED - ROW ANONYMIZED" TO ARQ2-RESULT
170979         GO TO 7200-REPORT
170980     END-IF.
170981     IF (ARCH-DELETED OR ARCH-DUP-RETIRED) AND APPL-EXTR-SENT
170982         MOVE SPACE TO APPL-EXTRACT-STATUS
170983         MOVE ZERO  TO APPL-EXTRACT-DATE
170984     END-IF.
170985     WRITE APPLICANT-RECORD
170986         INVALID KEY
170987             MOVE "RSTR-ERR" TO WS-RESTORE-RESULT
170988             ADD 1 TO RECORDS-REJECTED-COUNT
170989             MOVE "NOT RESTORED - WRITE FAILED" TO ARQ2-RESULT
170990             GO TO 7200-REPORT
170991     END-WRITE.
170992     MOVE "RESTORED" TO WS-RESTORE-RESULT.
170993     ADD 1 TO RECORDS-PASSED-COUNT.
170994     MOVE APPL-DECISION-STATUS TO WS-HIST-OLD-STATUS.
170995     MOVE APPL-REASON-CODE     TO WS-HIST-OLD-REASON.
170996     PERFORM 3350-WRITE-DECISION-HISTORY THRU 3350-EXIT.
170997     PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT.
170998     PERFORM 7220-MARK-ARCHIVE-ROW THRU 7220-EXIT.
170999     MOVE "RESTORED TO THE MASTER" TO ARQ2-RESULT.
171000 7200-REPORT.
171001     PERFORM 7180-WRITE-INQUIRY-LINES THRU 7180-EXIT.
171002 7200-EXIT.
171003     EXIT.
171004
171005 7210-FIND-ARCHIVE-ROW.
171006     READ ARCHIVE-FILE INTO APPLICANT-RECORD
171007         AT END
171008             MOVE "Y" TO WS-ARCH-EOF-SWITCH
171009             GO TO 7210-EXIT
171010     END-READ.
171011     ADD 1 TO ARCHIVE-READ-COUNT.
171012     IF APPL-ID = WS-LOOKUP-ID AND ARCH-NOT-RESTORED
171013         MOVE ARCHIVE-READ-COUNT TO WS-RESTORE-ROW-NUMBER
171014         MOVE ARCHIVE-RECORD     TO WS-RESTORE-ROW
171015     END-IF.
171016 7210-EXIT.
171017     EXIT.
171018
171019******************************************************************
171020* 7220-MARK-ARCHIVE-ROW - Reopen the archive dataset I-O, read
171021*     down to the row just restored and rewrite it marked
171022*     restored with the run date.  The record is already back on
171023*     the master, so a failure here does not undo the restore:
171024*     it is reported, the run ends RC 4, and the row must be
171025*     marked before the next scorecard or seat count reads the
171026*     archive.
171027******************************************************************
171028 7220-MARK-ARCHIVE-ROW.
171029     CLOSE ARCHIVE-FILE.
171030     OPEN I-O ARCHIVE-FILE.
171031     IF NOT ARCH-FILE-OK
171032         DISPLAY "PROG000X - UNABLE TO REOPEN ARCHIVE-FILE, "
171033                 "STATUS = " ARCH-FILE-STATUS
171034         GO TO 7220-FAILED
171035     END-IF.
171036     MOVE "N"  TO WS-ARCH-EOF-SWITCH.
171037     MOVE ZERO TO WS-ARCH-ROW-NUMBER.
171038     PERFORM 7230-READ-ARCHIVE-ROW THRU 7230-EXIT
171039         UNTIL WS-ARCH-ROW-NUMBER = WS-RESTORE-ROW-NUMBER
171040            OR WS-ARCH-END-OF-FILE.
171041     IF WS-ARCH-END-OF-FILE
171042         DISPLAY "PROG000X - ARCHIVE ROW " WS-RESTORE-ROW-NUMBER
171043                 " NO LONGER ON ARCHIVE-FILE"
171044         GO TO 7220-FAILED
171045     END-IF.
171046     MOVE "R"            TO ARCH-RESTORE-STATUS.
171047     MOVE WS-RUNF-DATE-N TO ARCH-RESTORE-DATE-N.
171048     REWRITE ARCHIVE-RECORD.
171049     IF ARCH-FILE-OK
171050         GO TO 7220-EXIT
171051     END-IF.
171052     DISPLAY "PROG000X - UNABLE TO REWRITE ARCHIVE-FILE, "
171053             "STATUS = " ARCH-FILE-STATUS.
171054 7220-FAILED.
171055     DISPLAY "PROG000X - APPLICANT " WS-LOOKUP-ID " RESTORED BUT "
171056             "HIS ARCHIVE ROW IS NOT MARKED RESTORED".
171057     MOVE 4 TO RETURN-CODE.
171058 7220-EXIT.
171059     EXIT.
171060
171061 7230-READ-ARCHIVE-ROW.
171062     READ ARCHIVE-FILE
171063         AT END
171064             MOVE "Y" TO WS-ARCH-EOF-SWITCH
171065         NOT AT END
171066             ADD 1 TO WS-ARCH-ROW-NUMBER
171067     END-READ.
171068 7230-EXIT.
171069     EXIT.
171070
171071******************************************************************
171072* 7300-ANONYMIZE-ARCHIVE - The ANONYMIZ run.  Read the archive
171073*     dataset end to end and, on every row whose clock date is on
171074*     or before the cutoff, blank the applicant's name and cut his
171075*     date of birth to the year, rewriting the row in place.  The
171076*     id, the decision and enrollment fields and every date stay
171077*     for the statistics; a restored row ages from the date it
171078*     came back to the master (7320).  A row already anonymized,
171079*     still inside the retention period or with no date to run
171080*     the clock from is left as it is and counted.  The counts go
171081*     on the certificate at end of run.  A rewrite failure ends
171082*     the run RC 4, an archive that cannot be opened RC 16.
171083******************************************************************
171084 7300-ANONYMIZE-ARCHIVE.
171085     IF NOT WS-ARCHINQ-FILES-OK
171086         MOVE 16 TO RETURN-CODE
171087         GO TO 7300-EXIT
171088     END-IF.
171089     PERFORM 7310-ANONYMIZE-ONE-ROW THRU 7310-EXIT
171090         UNTIL WS-ARCH-END-OF-FILE.
171091 7300-EXIT.
171092     EXIT.
171093
171094 7310-ANONYMIZE-ONE-ROW.
171095     READ ARCHIVE-FILE INTO APPLICANT-RECORD
171096         AT END
171097             MOVE "Y" TO WS-ARCH-EOF-SWITCH
171098             GO TO 7310-EXIT
171099     END-READ.
171101     ADD 1 TO TESTE.
171107     MOVE APPL-DOB TO WS-DOB-PARTS.
171108     IF APPL-NAME = SPACES AND WS-DOB-MMDD = ZERO
171109         ADD 1 TO ANON-ALREADY-COUNT
171110         ADD 1 TO RECORDS-PENDING-COUNT
171111         GO TO 7310-EXIT
171112     END-IF.
171113     PERFORM 7320-SET-ANON-CLOCK THRU 7320-EXIT.
171114     IF WS-ANON-CLOCK-DATE = ZERO
171115         ADD 1 TO ANON-NO-DATE-COUNT
171116         ADD 1 TO RECORDS-PENDING-COUNT
171117         GO TO 7310-EXIT
171118     END-IF.
171119     IF WS-ANON-CLOCK-DATE > WS-CUTOFF-DATE-N
171120         ADD 1 TO ANON-RETAINED-COUNT
171121         ADD 1 TO RECORDS-PENDING-COUNT
171122         GO TO 7310-EXIT
171123     END-IF.
171124     MOVE SPACES TO APPL-NAME.
171125     IF APPL-DOB NUMERIC
171126         MOVE ZERO TO WS-DOB-MMDD
171127         MOVE WS-DOB-PARTS TO APPL-DOB
171128     ELSE
171129         MOVE ZERO TO APPL-DOB
171130     END-IF.
171131     MOVE APPLICANT-RECORD TO ARCH-APPLICANT-DATA.
171132     REWRITE ARCHIVE-RECORD.
171133     IF NOT ARCH-FILE-OK
171134         DISPLAY "PROG000X - UNABLE TO REWRITE ARCHIVE ROW FOR "
171135                 "APPLICANT " APPL-ID ", STATUS = "
171136                 ARCH-FILE-STATUS
171137         ADD 1 TO RECORDS-REJECTED-COUNT
171138         MOVE 4 TO RETURN-CODE
171139         GO TO 7310-EXIT
171140     END-IF.
171141     ADD 1 TO RECORDS-PASSED-COUNT.
171142 7310-EXIT.
171143     EXIT.
171144
171145******************************************************************
171146* 7320-SET-ANON-CLOCK - The date a row's retention runs from: the
171147*     date it left the master, or for a row restored to the
171148*     master since, the later date it came back; for a row
171149*     archived before the leaving date was kept, the enrollment
171150*     outcome date, or failing that the decision date (YYMMDD,
171151*     windowed like the run date).  Zero when the row carries
171152*     none of them.
171153******************************************************************
171154 7320-SET-ANON-CLOCK.
171155     MOVE ZERO TO WS-ANON-CLOCK-DATE.
171156     IF ARCH-RESTORED
171157             AND ARCH-RESTORE-DATE-N NUMERIC
171158             AND ARCH-RESTORE-DATE-N NOT = ZERO
171159         MOVE ARCH-RESTORE-DATE-N TO WS-ANON-CLOCK-DATE
171160     ELSE IF ARCH-DATE-N NUMERIC AND ARCH-DATE-N NOT = ZERO
171161         MOVE ARCH-DATE-N TO WS-ANON-CLOCK-DATE
171162     ELSE IF APPL-ENROLL-DATE NUMERIC
171163             AND APPL-ENROLL-DATE NOT = ZERO
171164         MOVE APPL-ENROLL-DATE TO WS-ANON-CLOCK-DATE
171165     ELSE IF APPL-DECISION-DATE NUMERIC
171166             AND APPL-DECISION-DATE NOT = ZERO
171167         IF APPL-DECISION-DATE > 709999
171168             COMPUTE WS-ANON-CLOCK-DATE =
171169                 19000000 + APPL-DECISION-DATE
171170         ELSE
171171             COMPUTE WS-ANON-CLOCK-DATE =
171172                 20000000 + APPL-DECISION-DATE
171173         END-IF
171174     END-IF.
171175 7320-EXIT.
171176     EXIT.
171177
171178******************************************************************
171185* 7500-MAINTAIN-APPLICANT - Interactive correction transaction for
171192*     the re-screening desk.  Prompts the operator at the console
171200*     for the applicant ID to correct, looks the applicant up,
171300*     displays the current AGE, HEIGHT and eligibility status, and
171400*     hands off to 7600-APPLY-CORRECTION for the corrected values.
175400     MOVE AGE         TO WS-MAINT-OLD-AGE.
175500     MOVE APPL-HEIGHT TO WS-MAINT-OLD-HEIGHT.
175600     PERFORM 3000-VALIDATE-APPLICANT THRU 3000-EXIT.
175601     PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT.
175700     DISPLAY "APPLICANT ID " APPL-ID
175800             " " WS-PRINT-NAME
175900             " CURRENT DOB " WS-PRINT-DOB
176000             " AGE " AGE
176100             " HEIGHT " HEIGHT
176200             " WEIGHT " WEIGHT
180600             END-IF
180700             PERFORM 7610-SAVE-CORRECTION THRU 7610-EXIT
180710             PERFORM 3350-WRITE-DECISION-HISTORY THRU 3350-EXIT
180720             PERFORM 3700-WRITE-CHANGE-ENTRY THRU 3700-EXIT
180721             PERFORM 3060-SET-PRINT-IDENTITY THRU 3060-EXIT
180800             DISPLAY "APPLICANT ID " APPL-ID
180900                     " CORRECTED DOB " WS-PRINT-DOB
181000                     " AGE " AGE
181100                     " HEIGHT " HEIGHT
181200                     " WEIGHT " APPL-WEIGHT
196297         DISPLAY "PROG000X - UNABLE TO WRITE CONTROL-REPORT, "
196298                 "STATUS = " CTL-FILE-STATUS
196299     END-IF.
196300
196301     MOVE "LETTERS HELD - APPEAL" TO CTLL-LABEL.
196302     MOVE LETTERS-HELD-COUNT  TO CTLL-VALUE.
196303     MOVE CONTROL-LINE        TO CONTROL-REPORT-RECORD.
196304     WRITE CONTROL-REPORT-RECORD.
196305     IF NOT CTL-FILE-OK
196306         DISPLAY "PROG000X - UNABLE TO WRITE CONTROL-REPORT, "
196307                 "STATUS = " CTL-FILE-STATUS
196308     END-IF.
196309
196311*    Which pass ran and how much of the master it re-screened.
196312*    Records standing kept their decision of record tonight;
196313*    read = re-screened + standing.
196314     IF WS-MODE-VALIDATE
196315         MOVE SPACES TO CONTROL-LINE
196316         MOVE "VALIDATE PASS"     TO CTLL-LABEL
196317         IF WS-PASS-INCREMENTAL
196318             MOVE "INCREMENTAL"   TO CTLL-VALUE
196319         ELSE
196320             MOVE "FULL SWEEP"    TO CTLL-VALUE
196321         END-IF
196322         MOVE CONTROL-LINE TO CONTROL-REPORT-RECORD
196323         PERFORM 8290-WRITE-SUMMARY-LINE THRU 8290-EXIT
196324         MOVE "PASS REASON"       TO CTLL-LABEL
196325         MOVE WS-PASS-REASON      TO CTLL-VALUE
196326         MOVE CONTROL-LINE TO CONTROL-REPORT-RECORD
196327         PERFORM 8290-WRITE-SUMMARY-LINE THRU 8290-EXIT
196328         MOVE "CHANGE LIST ENTRIES" TO CTLL-LABEL
196329         MOVE CHANGE-LIST-COUNT   TO CTLL-VALUE
196330         MOVE CONTROL-LINE TO CONTROL-REPORT-RECORD
196331         PERFORM 8290-WRITE-SUMMARY-LINE THRU 8290-EXIT
196332         MOVE "RECORDS RE-SCREENED" TO CTLL-LABEL
196333         MOVE RECORDS-RESCREENED-COUNT TO CTLL-VALUE
196334         MOVE CONTROL-LINE TO CONTROL-REPORT-RECORD
196335         PERFORM 8290-WRITE-SUMMARY-LINE THRU 8290-EXIT
196336         COMPUTE WS-STANDING-COUNT =
196337             TESTE - RECORDS-RESCREENED-COUNT
196338         MOVE "RECORDS STANDING"  TO CTLL-LABEL
196339         MOVE WS-STANDING-COUNT   TO CTLL-VALUE
196340         MOVE CONTROL-LINE TO CONTROL-REPORT-RECORD
196341         PERFORM 8290-WRITE-SUMMARY-LINE THRU 8290-EXIT
196342     END-IF.
196352 8000-EXIT.
196400     EXIT.
196500
196600******************************************************************
211200*     applicant was touched and what changed, not just that a
211300*     correction happened; every other run leaves those fields
211400*     spaces/zero.
211401*     A RESTORE run's row carries the applicant ID and the
211402*     outcome as its completion status, the way MAINT's does.
211500******************************************************************
211600 8100-WRITE-AUDIT-TRAIL.
211700     MOVE WS-RUN-DATE            TO AUD-RUN-DATE.
213500         MOVE WS-MAINT-OLD-HEIGHT TO AUD-OLD-HEIGHT
213600         MOVE WS-MAINT-FINAL-AGE    TO AUD-NEW-AGE
213700         MOVE WS-MAINT-FINAL-HEIGHT TO AUD-NEW-HEIGHT
213701     ELSE IF WS-MODE-RESTORE
213702         MOVE WS-RESTORE-RESULT   TO AUD-COMPLETION-STATUS
213703         MOVE WS-LOOKUP-ID        TO AUD-APPL-ID
213704         MOVE ZERO                TO AUD-OLD-AGE AUD-OLD-HEIGHT
213705                                     AUD-NEW-AGE AUD-NEW-HEIGHT
213800     ELSE
213900         MOVE "COMPLETE"          TO AUD-COMPLETION-STATUS
213910         IF WS-MODE-LOAD AND NOT WS-FEED-CONTROLS-OK
213940         IF WS-MODE-APPLY AND NOT WS-CYCLE-OK
213950             MOVE "CYCL-ERR"      TO AUD-COMPLETION-STATUS
213960         END-IF
213970         IF WS-MODE-WHATIF AND NOT WS-WHATIF-ROW-OK
213980             MOVE "PARM-ERR"      TO AUD-COMPLETION-STATUS
213990         END-IF
213991         IF WS-MODE-VALIDATE AND RETURN-CODE NOT = ZERO
213992             MOVE "RUN-ERR"       TO AUD-COMPLETION-STATUS
213993         END-IF
213994         IF WS-MODE-ARCHINQ AND WS-INQ-NO-KEY
213995             MOVE "CARD-ERR"      TO AUD-COMPLETION-STATUS
213996         END-IF
213997         IF WS-MODE-ANONYMIZ AND RETURN-CODE NOT = ZERO
213998             MOVE "RUN-ERR"       TO AUD-COMPLETION-STATUS
213999         END-IF
214000         MOVE SPACES              TO AUD-APPL-ID
214100         MOVE ZERO                TO AUD-OLD-AGE AUD-OLD-HEIGHT
214200                                     AUD-NEW-AGE AUD-NEW-HEIGHT
214300     END-IF.
214310     IF WS-MODE-VALIDATE
214320         MOVE WS-PASS-TYPE        TO AUD-PASS-TYPE
214330     ELSE
214340         MOVE SPACE               TO AUD-PASS-TYPE
214350     END-IF.
214400     OPEN EXTEND AUDIT-TRAIL-FILE.
214500     IF NOT AUD-FILE-OK
214600         CLOSE AUDIT-TRAIL-FILE
216840         PERFORM 9800-TERMINATE-EXTRACT THRU 9800-EXIT
216850     ELSE IF WS-MODE-ARCHIVE
216860         PERFORM 9850-TERMINATE-ARCHIVE THRU 9850-EXIT
216868     ELSE IF WS-MODE-WHATIF
216876         PERFORM 9870-TERMINATE-WHATIF THRU 9870-EXIT
216884     ELSE IF WS-MODE-APPEAL
216892         PERFORM 9880-TERMINATE-APPEAL THRU 9880-EXIT
216893     ELSE IF WS-MODE-EXAM
216894         PERFORM 9890-TERMINATE-EXAM THRU 9890-EXIT
216895     ELSE IF WS-MODE-ARCHINQ OR WS-MODE-RESTORE
216896         PERFORM 9897-TERMINATE-ARCHINQ THRU 9897-EXIT
216897     ELSE IF WS-MODE-ANONYMIZ
216898         PERFORM 9899-TERMINATE-ANONYMIZE THRU 9899-EXIT
216900     ELSE IF WS-MODE-REPORT
217000         PERFORM 9400-TERMINATE-REPORT THRU 9400-EXIT
217100     ELSE
220400     CLOSE NEWLY-ELIGIBLE-REPORT.
220410     PERFORM 8300-WRITE-WAIVER-TOTALS THRU 8300-EXIT.
220420     CLOSE WAIVER-ACTIVITY-REPORT.
220430     IF WS-APPEALS-ON-FILE
220440         CLOSE APPEAL-CASE-FILE
220450     END-IF.
220460     IF LETTERS-HELD-COUNT > ZERO
220470         DISPLAY "PROG000X - REJECT LETTERS HELD FOR OPEN "
220480                 "APPEALS = " LETTERS-HELD-COUNT
220490     END-IF.
220500 9700-EXIT.
220600     EXIT.
220610
220733     CLOSE CONTROL-REPORT.
220734 9850-EXIT.
220735     EXIT.
220736
220737******************************************************************
220738* 9870-TERMINATE-WHATIF - Close out.  The held row goes back in
220739*     ahead of 8100, so the audit row carries the limits actually
220740*     in force; the proposed row is reported on IMPCTRPT only.
220741******************************************************************
220742 9870-TERMINATE-WHATIF.
220743     IF WS-WHATIF-ROW-OK
220744         PERFORM 2730-SET-HELD-LIMITS THRU 2730-EXIT
220745     END-IF.
220746     IF APPL-FILE-OK OR APPL-FILE-EOF
220747         CLOSE APPLICANT-FILE
220748     END-IF.
220749     IF IMPCT-FILE-OK
220750         CLOSE IMPACT-REPORT
220751     END-IF.
220752 9870-EXIT.
220753     EXIT.
220754
220755******************************************************************
220756* 9880-TERMINATE-APPEAL - Total the posting report in the
220757*     control report's label/value layout and close the appeal
220758*     files.
220759******************************************************************
220760 9880-TERMINATE-APPEAL.
220761     IF APLR-FILE-OK
220762         MOVE SPACES TO APPEAL-POSTING-RECORD
220763         PERFORM 5795-WRITE-POSTING-RECORD THRU 5795-EXIT
220764         MOVE "TRANSACTIONS READ"    TO CTLL-LABEL
220765         MOVE TESTE                  TO CTLL-VALUE
220766         PERFORM 9885-WRITE-APPEAL-TOTAL THRU 9885-EXIT
220767         MOVE "CASES OPENED"         TO CTLL-LABEL
220768         MOVE CASES-OPENED-COUNT     TO CTLL-VALUE
220769         PERFORM 9885-WRITE-APPEAL-TOTAL THRU 9885-EXIT
220770         MOVE "CASES UPDATED"        TO CTLL-LABEL
220771         MOVE CASES-UPDATED-COUNT    TO CTLL-VALUE
220772         PERFORM 9885-WRITE-APPEAL-TOTAL THRU 9885-EXIT
220773         MOVE "CASES CLOSED"         TO CTLL-LABEL
220774         MOVE CASES-CLOSED-COUNT     TO CTLL-VALUE
220775         PERFORM 9885-WRITE-APPEAL-TOTAL THRU 9885-EXIT
220776         MOVE "  OF WHICH OVERTURNED" TO CTLL-LABEL
220777         MOVE CASES-OVERTURNED-COUNT TO CTLL-VALUE
220778         PERFORM 9885-WRITE-APPEAL-TOTAL THRU 9885-EXIT
220779         MOVE "TRANSACTIONS REFUSED" TO CTLL-LABEL
220780         MOVE RECORDS-REJECTED-COUNT TO CTLL-VALUE
220781         PERFORM 9885-WRITE-APPEAL-TOTAL THRU 9885-EXIT
220782         CLOSE APPEAL-POSTING-REPORT
220783     END-IF.
220784     CLOSE APPEAL-TRAN-FILE.
220785     CLOSE APPEAL-CASE-FILE.
220786     IF APPL-FILE-OK OR APPL-FILE-EOF
220787         CLOSE APPLICANT-FILE
220788     END-IF.
220789 9880-EXIT.
220790     EXIT.
220791
220792 9885-WRITE-APPEAL-TOTAL.
220793     MOVE CONTROL-LINE TO APPEAL-POSTING-RECORD.
220794     PERFORM 5795-WRITE-POSTING-RECORD THRU 5795-EXIT.
220795 9885-EXIT.
220796     EXIT.
220797
220798******************************************************************
220799* 9890-TERMINATE-EXAM - Total the exam report in the control
220800*     report's label/value layout and close the exam files.
220801******************************************************************
220802 9890-TERMINATE-EXAM.
220803     IF EXRP-FILE-OK
220804         MOVE SPACES TO EXAM-REPORT-RECORD
220805         PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT
220806         MOVE "EXAM ROWS READ"       TO CTLL-LABEL
220807         MOVE TESTE                  TO CTLL-VALUE
220808         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220809         MOVE "EXAMS POSTED"         TO CTLL-LABEL
220810         MOVE RECORDS-PASSED-COUNT   TO CTLL-VALUE
220811         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220812         MOVE "  FAILED AT STATION"  TO CTLL-LABEL
220813         MOVE EXAMS-FAILED-COUNT     TO CTLL-VALUE
220814         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220815         MOVE "  OVER TOLERANCE"     TO CTLL-LABEL
220816         MOVE EXAMS-DISCREPANT-COUNT TO CTLL-VALUE
220817         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220818         MOVE "  RE-DECIDED"         TO CTLL-LABEL
220819         MOVE EXAMS-REDECIDED-COUNT  TO CTLL-VALUE
220820         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220821         MOVE "    NOW REJECTED"     TO CTLL-LABEL
220822         MOVE EXAMS-NOW-REJECTED-COUNT TO CTLL-VALUE
220823         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220824         MOVE "    NOW ACCEPTED"     TO CTLL-LABEL
220825         MOVE EXAMS-NOW-ACCEPTED-COUNT TO CTLL-VALUE
220826         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220827         MOVE "REMOVALS QUEUED"      TO CTLL-LABEL
220828         MOVE EXAMS-REMOVAL-COUNT    TO CTLL-VALUE
220829         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220830         MOVE "REJECT LETTERS HELD"  TO CTLL-LABEL
220831         MOVE LETTERS-HELD-COUNT     TO CTLL-VALUE
220832         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220833         MOVE "EXAM ROWS REFUSED"    TO CTLL-LABEL
220834         MOVE RECORDS-REJECTED-COUNT TO CTLL-VALUE
220835         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220836         MOVE "OVERDUE, NO EXAM"     TO CTLL-LABEL
220837         MOVE EXAMS-OVERDUE-COUNT    TO CTLL-VALUE
220838         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220839         MOVE "HEIGHT TOLERANCE"     TO CTLL-LABEL
220840         MOVE HEIGHT-TOLERANCE       TO CTLL-VALUE
220841         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220842         MOVE "WEIGHT TOLERANCE"     TO CTLL-LABEL
220843         MOVE WEIGHT-TOLERANCE       TO CTLL-VALUE
220844         PERFORM 9895-WRITE-EXAM-TOTAL THRU 9895-EXIT
220845         CLOSE EXAM-REPORT
220846     END-IF.
220847     CLOSE EXAM-FEED-FILE.
220848     IF WS-APPEALS-ON-FILE
220849         CLOSE APPEAL-CASE-FILE
220850     END-IF.
220851     IF APPL-FILE-OK OR APPL-FILE-EOF
220852         CLOSE APPLICANT-FILE
220853     END-IF.
220854 9890-EXIT.
220855     EXIT.
220856
220857 9895-WRITE-EXAM-TOTAL.
220858     MOVE CONTROL-LINE TO EXAM-REPORT-RECORD.
220859     PERFORM 5895-WRITE-EXAM-RECORD THRU 5895-EXIT.
220860 9895-EXIT.
220861     EXIT.
220862
220863******************************************************************
220864* 9897-TERMINATE-ARCHINQ - Total the inquiry report in the
220865*     control report's label/value layout and close the archive
220866*     and the master.
220867******************************************************************
220868 9897-TERMINATE-ARCHINQ.
220869     IF ARQR-FILE-OK
220870         MOVE SPACES TO ARCHIVE-INQUIRY-RECORD
220871         PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT
220872         MOVE "ARCHIVE ROWS READ"    TO CTLL-LABEL
220873         MOVE ARCHIVE-READ-COUNT     TO CTLL-VALUE
220874         PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT
220875         IF WS-MODE-RESTORE
220876             MOVE "RESTORE RESULT"   TO CTLL-LABEL
220877             MOVE WS-RESTORE-RESULT  TO CTLL-VALUE
220878         ELSE
220879             MOVE "ROWS MATCHED"     TO CTLL-LABEL
220880             MOVE ARCHIVE-MATCH-COUNT TO CTLL-VALUE
220881         END-IF
220882         PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT
220883         CLOSE ARCHIVE-INQUIRY-REPORT
220884     END-IF.
220885     CLOSE ARCHIVE-FILE.
220886     CLOSE APPLICANT-FILE.
220887 9897-EXIT.
220888     EXIT.
220889
220890 9898-WRITE-ARCHINQ-TOTAL.
220891     MOVE CONTROL-LINE TO ARCHIVE-INQUIRY-RECORD.
220892     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
220893 9898-EXIT.
220894     EXIT.
220895
220896******************************************************************
220897* 9899-TERMINATE-ANONYMIZE - Close the certificate with the
220898*     retention period and cutoff in force, the row counts and
220899*     the records officer's sign-off, then close the archive.
220900******************************************************************
220901 9899-TERMINATE-ANONYMIZE.
220902     IF NOT ARQR-FILE-OK
220903         GO TO 9899-CLOSE-ARCHIVE
220904     END-IF.
220905     IF NOT WS-ARCHINQ-FILES-OK
220906         MOVE "ARCHIVE DATASET NOT OPENED - NOTHING ANONYMIZED"
220907             TO ARCHIVE-INQUIRY-RECORD
220908         PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT
220909     END-IF.
220910     MOVE SPACES TO CONTROL-LINE.
220911     MOVE "RETENTION PERIOD YEARS" TO CTLL-LABEL.
220912     MOVE ANON-RETENTION-YEARS   TO CTLL-VALUE.
220913     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220914     MOVE "CUTOFF DATE CCYYMMDD"  TO CTLL-LABEL.
220915     MOVE WS-CUTOFF-DATE-N       TO CTLL-VALUE.
220916     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220917     MOVE "ARCHIVE ROWS READ"     TO CTLL-LABEL.
220918     MOVE TESTE                  TO CTLL-VALUE.
220919     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220920     MOVE "ROWS ANONYMIZED"       TO CTLL-LABEL.
220921     MOVE RECORDS-PASSED-COUNT   TO CTLL-VALUE.
220922     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220923     MOVE "ALREADY ANONYMIZED"    TO CTLL-LABEL.
220924     MOVE ANON-ALREADY-COUNT     TO CTLL-VALUE.
220925     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220926     MOVE "WITHIN RETENTION"      TO CTLL-LABEL.
220927     MOVE ANON-RETAINED-COUNT    TO CTLL-VALUE.
220928     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220932     MOVE "NO DATE ON THE ROW"    TO CTLL-LABEL.
220933     MOVE ANON-NO-DATE-COUNT     TO CTLL-VALUE.
220934     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220935     MOVE "ROWS IN ERROR"         TO CTLL-LABEL.
220936     MOVE RECORDS-REJECTED-COUNT TO CTLL-VALUE.
220937     PERFORM 9898-WRITE-ARCHINQ-TOTAL THRU 9898-EXIT.
220938     MOVE SPACES TO ARCHIVE-INQUIRY-RECORD.
220939     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
220940     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
220941     MOVE "CERTIFIED __________________________  DATE ________"
220942         TO ARCHIVE-INQUIRY-RECORD.
220943     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
220944     MOVE "          RECORDS OFFICER" TO ARCHIVE-INQUIRY-RECORD.
220945     PERFORM 7190-WRITE-INQUIRY-RECORD THRU 7190-EXIT.
220946     CLOSE ARCHIVE-INQUIRY-REPORT.
220947 9899-CLOSE-ARCHIVE.
220948     CLOSE ARCHIVE-FILE.
220949 9899-EXIT.
220950     EXIT.
220951
220952 9200-TERMINATE-LOOKUP.
220953     CLOSE APPLICANT-FILE.
221000 9200-EXIT.
221100     EXIT.
221200
221850     IF RETURN-CODE = ZERO
221855         PERFORM 3600-PROCESS-REMOVAL-QUEUE THRU 3600-EXIT
221860         PERFORM 3250-WRITE-EXTRACT-TRAILER THRU 3250-EXIT
221865         PERFORM 3750-EMPTY-CHANGE-LIST THRU 3750-EXIT
221870     ELSE
221880         DISPLAY "PROG000X - RUN ENDED IN ERROR, NO EXTRACT "
221890                 "TRAILER WRITTEN"
222600     CLOSE ACCEPTED-EXTRACT-FILE.
222700     CLOSE PENDING-REEXAM-FILE.
222710     CLOSE WAIVER-ACTIVITY-REPORT.
222720     IF WS-APPEALS-ON-FILE
222730         CLOSE APPEAL-CASE-FILE
222740     END-IF.
222750     IF WS-PASS-INCREMENTAL
222760         CLOSE CHANGE-SORTED-FILE
222770     END-IF.
222800 9300-EXIT.
222900     EXIT.
223000
