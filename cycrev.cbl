000010*****************************************************************
000020*                                                               *
000030*    PROGRAM      CYCREV                                      *
000040*    FUNCTION     FEED CYCLE BACK-OUT.  WHEN A BRANCH SENDS   *
000050*                 THE WRONG FILE (A RE-SEND OF AN EARLIER     *
000060*                 CYCLE UNDER A NEW HEADER) AND CONDITIONALS  *
000070*                 HAS PROCESSED IT, THIS JOB BACKS THE WHOLE  *
000080*                 CYCLE OUT UNDER SUPERVISION: A TYPE X       *
000090*                 REVERSAL IS POSTED TO THE AUDIT TRAIL       *
000100*                 AGAINST EVERY COMPARISON AND TIE DECISION   *
000110*                 OF THE CYCLE, THE CYCLE'S ITEMS ARE DROPPED *
000120*                 FROM THE TIE WORKLIST, THE PENDING-DECISION *
000130*                 FILE AND THE SUSPENSE FILE, AND IF THE      *
000140*                 CYCLE HAS ALREADY GONE TO SETTLEMENT A      *
000150*                 REVERSING INTERFACE FILE (SETLREV) IS CUT.  *
000160*                 A BEFORE/AFTER PROOF RE-READS THE TRAIL THE *
000170*                 WAY THE DOWNSTREAM READERS NET IT.          *
000180*                                                               *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CYCREV.
000220 AUTHOR. R T MEEKS.
000230 INSTALLATION. RECONCILIATION SYSTEMS UNIT.
000240 DATE-WRITTEN. 10/15/2026.
000250 DATE-COMPILED.
000260*****************************************************************
000270*    MODIFICATION HISTORY                                      *
000280*    DATE        INIT   DESCRIPTION                            *
000290*    10/15/2026  RTM    ORIGINAL VERSION.  REPLACES HAND       *
000300*                       EDITING OF AUDFILE, TIEWORK AND        *
000310*                       SUSPFILE WHEN A CYCLE WAS PROCESSED IN *
000320*                       ERROR.  THE OPERATOR NAMES THE RUN     *
000330*                       DATE AND CYCLE; A SECOND USERID MUST   *
000340*                       AUTHORIZE THE BACK-OUT OR NOTHING IS   *
000350*                       TOUCHED.  A CYCLE ALREADY REVERSED IS  *
000360*                       REFUSED.  THE CYCLE COUNTS AS SENT     *
000370*                       WHEN A SETTLEXT RUN LOG ENTRY COVERS   *
000380*                       IT OR SETTLEMENT HAS ALREADY POSTED A  *
000390*                       STATUS FOR ANY OF ITS SETS.  WRITES    *
000400*                       TIEWORKN, TIEPENDN AND SUSPFILN FOR    *
000410*                       THE OPERATOR TO REPLACE THE OLD FILES, *
000420*                       THE PROOF REPORT REVRPT AND A RUNLOG   *
000430*                       ENTRY.                                 *
000440*    10/15/2026  RTM    EVERY REVERSAL POSTED TO THE AUDIT     *
000450*                       TRAIL IS NOW ALSO APPENDED TO THE      *
000460*                       FORWARD-RECOVERY JOURNAL (AUDJRNL) SO  *
000470*                       AUDRECOV CAN BRING THE TRAIL FORWARD   *
000480*                       FROM A BACKUP.  A JOURNAL THAT CANNOT  *
000490*                       BE OPENED OR WRITTEN STOPS THE RUN.    *
000500*    10/15/2026  RTM    A BACK-OUT THAT FAILED PART WAY CAN BE *
000510*                       RUN AGAIN: AN ORIGINAL THAT ALREADY    *
000520*                       HAS ITS TYPE X IS PASSED OVER AND THE  *
000530*                       REST ARE FINISHED.  ONLY A CYCLE WITH  *
000540*                       EVERY RECORD REVERSED IS REFUSED.  THE *
000550*                       REVERSING FILE IS CUT WHOLE AGAIN, AND *
000560*                       THE RUN LOG COUNTS ONLY WHAT THIS RUN  *
000570*                       POSTED.                                *
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-370.
000620 OBJECT-COMPUTER. IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT AUDFILE ASSIGN TO "AUDFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS AUD-KEY
000690         ALTERNATE RECORD KEY IS AUD-SET-ID WITH DUPLICATES
000700         FILE STATUS IS WS-AUD-STATUS.
000710     SELECT AUDJRNL ASSIGN TO "AUDJRNL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-JRNL-STATUS.
000740     SELECT TIEWORK ASSIGN TO "TIEWORK"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-TIEW-STATUS.
000770     SELECT TIEWORKN ASSIGN TO "TIEWORKN"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-TIEWN-STATUS.
000800     SELECT TIEPEND ASSIGN TO "TIEPEND"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PND-STATUS.
000830     SELECT TIEPENDN ASSIGN TO "TIEPENDN"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PNDN-STATUS.
000860     SELECT SUSPFILE ASSIGN TO "SUSPFILE"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SUSP-STATUS.
000890     SELECT SUSPFILN ASSIGN TO "SUSPFILN"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-SUSPN-STATUS.
000920     SELECT SETLREV ASSIGN TO "SETLREV"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SETL-STATUS.
000950     SELECT REVRPT ASSIGN TO "REVRPT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RPT-STATUS.
000980     SELECT RUNLOG ASSIGN TO "RUNLOG"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RLOG-STATUS.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  AUDFILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY AUDREC.
001060 FD  AUDJRNL
001070     LABEL RECORDS ARE STANDARD.
001080 COPY JRNREC.
001090 FD  TIEWORK
001100     LABEL RECORDS ARE STANDARD.
001110 COPY TIEWREC.
001120 FD  TIEWORKN
001130     LABEL RECORDS ARE STANDARD.
001140 01  TIWN-RECORD                    PIC X(80).
001150 FD  TIEPEND
001160     LABEL RECORDS ARE STANDARD.
001170 COPY PENDREC REPLACING ==:PFX:== BY ==PND==.
001180 FD  TIEPENDN
001190     LABEL RECORDS ARE STANDARD.
001200 01  PNDN-RECORD                    PIC X(160).
001210 FD  SUSPFILE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY SUSPREC REPLACING ==:PFX:== BY ==SUSP==.
001240 FD  SUSPFILN
001250     LABEL RECORDS ARE STANDARD.
001260 01  SUSN-RECORD                    PIC X(80).
001270 FD  SETLREV
001280     LABEL RECORDS ARE STANDARD.
001290 COPY SETLREC.
001300 FD  REVRPT
001310     LABEL RECORDS ARE STANDARD.
001320 01  RPT-RECORD                     PIC X(132).
001330 FD  RUNLOG
001340     LABEL RECORDS ARE STANDARD.
001350 COPY RLOGREC.
001360 WORKING-STORAGE SECTION.
001370*----------------------------------------------------------------*
001380*    FILE STATUS FIELDS                                          *
001390*----------------------------------------------------------------*
001400 77  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
001410 77  WS-JRNL-STATUS                 PIC X(02) VALUE SPACES.
001420 77  WS-TIEW-STATUS                 PIC X(02) VALUE SPACES.
001430 77  WS-TIEWN-STATUS                PIC X(02) VALUE SPACES.
001440 77  WS-PND-STATUS                  PIC X(02) VALUE SPACES.
001450 77  WS-PNDN-STATUS                 PIC X(02) VALUE SPACES.
001460 77  WS-SUSP-STATUS                 PIC X(02) VALUE SPACES.
001470 77  WS-SUSPN-STATUS                PIC X(02) VALUE SPACES.
001480 77  WS-SETL-STATUS                 PIC X(02) VALUE SPACES.
001490 77  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
001500 77  WS-RLOG-STATUS                 PIC X(02) VALUE SPACES.
001510 77  WS-RLOG-STATUS-CODE            PIC X(01) VALUE "N".
001520*----------------------------------------------------------------*
001530*    SWITCHES                                                    *
001540*----------------------------------------------------------------*
001550 77  WS-AUD-EOF-SWITCH              PIC X(01) VALUE "N".
001560     88  WS-AUD-END-OF-FILE                    VALUE "Y".
001570 77  WS-TIEW-EOF-SWITCH             PIC X(01) VALUE "N".
001580     88  WS-TIEW-END-OF-FILE                   VALUE "Y".
001590 77  WS-PND-EOF-SWITCH              PIC X(01) VALUE "N".
001600     88  WS-PND-END-OF-FILE                    VALUE "Y".
001610 77  WS-SUSP-EOF-SWITCH             PIC X(01) VALUE "N".
001620     88  WS-SUSP-END-OF-FILE                   VALUE "Y".
001630 77  WS-RLOG-EOF-SWITCH             PIC X(01) VALUE "N".
001640     88  WS-RLOG-END-OF-FILE                   VALUE "Y".
001650 77  WS-ANSWER-SWITCH               PIC X(01) VALUE "N".
001660     88  WS-ANSWER-VALID                       VALUE "Y".
001670 77  WS-SENT-SWITCH                 PIC X(01) VALUE "N".
001680     88  WS-CYCLE-SENT                         VALUE "Y".
001690 77  WS-POSTED-SWITCH               PIC X(01) VALUE "N".
001700     88  WS-REVERSAL-POSTED                    VALUE "Y".
001710 77  WS-DEC-FOUND-SWITCH            PIC X(01) VALUE "N".
001720     88  WS-DECISION-FOUND                     VALUE "Y".
001730 77  WS-CHECK-SWITCH                PIC X(01) VALUE "N".
001740     88  WS-PROOF-FAILED                       VALUE "Y".
001750 77  WS-CONFIRM                     PIC X(01) VALUE SPACE.
001760*----------------------------------------------------------------*
001770*    RUN IDENTIFICATION AND THE CYCLE TO BACK OUT                *
001780*----------------------------------------------------------------*
001790 77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
001800 77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
001810 77  WS-USERID                      PIC X(08) VALUE SPACES.
001820 77  WS-AUTH-ID                     PIC X(08) VALUE SPACES.
001830 77  WS-REV-DATE                    PIC 9(08) VALUE ZERO.
001840 77  WS-REV-CYCLE                   PIC 9(02) VALUE ZERO.
001850 77  WS-REC-CYCLE                   PIC 9(02) VALUE ZERO.
001860 77  WS-REV-OF-TYPE                 PIC X(01) VALUE SPACE.
001870*----------------------------------------------------------------*
001880*    THE CYCLE'S AUDIT FIGURES.  BEFORE IS COUNTED ON THE FIRST  *
001890*    PASS, REVERSED AS EACH TYPE X RECORD IS POSTED, AND AFTER   *
001900*    ON A FRESH READ OF THE TRAIL THAT NETS EACH TYPE X RECORD   *
001910*    AGAINST WHAT IT REVERSES THE WAY THE DOWNSTREAM READERS DO. *
001920*    ENTRY 1 = SETS COMPARED, 2 = WINS, 3 = TIES RESOLVED BY     *
001930*    RULE, 4 = TIES UNRESOLVED, 5 = TIE REJECTS, 6 = ERRORS,     *
001940*    7 = TIE DECISIONS, 8 = NUMERIC FAILURES, 9 = RANGE          *
001950*    FAILURES.                                                   *
001960*----------------------------------------------------------------*
001970 77  WS-FIG-MAX                     PIC 9(02) COMP VALUE 9.
001980 77  WS-FIG-IDX                     PIC 9(02) COMP VALUE ZERO.
001990 77  WS-FIG-SIGN                    PIC S9(01) COMP VALUE +1.
002000 01  WS-FIGURE-TABLE.
002010     05  WS-FIG-ENTRY OCCURS 9 TIMES.
002020         10  WS-FIG-BEFORE          PIC 9(08) COMP.
002030         10  WS-FIG-REVERSED        PIC 9(08) COMP.
002040         10  WS-FIG-AFTER           PIC S9(08) COMP.
002050 01  WS-FIGURE-NAMES.
002060     05  FILLER                     PIC X(30)
002070             VALUE "SETS COMPARED".
002080     05  FILLER                     PIC X(30)
002090             VALUE "  WINS (FIELD 1, 2 OR 3)".
002100     05  FILLER                     PIC X(30)
002110             VALUE "  TIES RESOLVED BY RULE".
002120     05  FILLER                     PIC X(30)
002130             VALUE "  TIES UNRESOLVED".
002140     05  FILLER                     PIC X(30)
002150             VALUE "  TIE REJECTS".
002160     05  FILLER                     PIC X(30)
002170             VALUE "  ERRORS".
002180     05  FILLER                     PIC X(30)
002190             VALUE "TIE DECISIONS".
002200     05  FILLER                     PIC X(30)
002210             VALUE "NUMERIC FAILURES".
002220     05  FILLER                     PIC X(30)
002230             VALUE "RANGE FAILURES".
002240 01  WS-FIGURE-NAME-TABLE REDEFINES WS-FIGURE-NAMES.
002250     05  WS-FIG-NAME OCCURS 9 TIMES PIC X(30).
002260*----------------------------------------------------------------*
002270*    WORK FILE AND SETTLEMENT COUNTS                             *
002280*----------------------------------------------------------------*
002290 77  WS-ALREADY-REVERSED            PIC 9(08) COMP VALUE ZERO.
002300 77  WS-TO-REVERSE                  PIC 9(08) COMP VALUE ZERO.
002310 77  WS-EARLIER-SETS                PIC 9(08) COMP VALUE ZERO.
002320 77  WS-EARLIER-SUSP                PIC 9(08) COMP VALUE ZERO.
002330 77  WS-POSTED-COUNT                PIC 9(08) COMP VALUE ZERO.
002340 77  WS-TIEW-READ                   PIC 9(08) COMP VALUE ZERO.
002350 77  WS-TIEW-DROPPED                PIC 9(08) COMP VALUE ZERO.
002360 77  WS-PND-READ                    PIC 9(08) COMP VALUE ZERO.
002370 77  WS-PND-DROPPED                 PIC 9(08) COMP VALUE ZERO.
002380 77  WS-SUSP-READ                   PIC 9(08) COMP VALUE ZERO.
002390 77  WS-SUSP-DROPPED                PIC 9(08) COMP VALUE ZERO.
002400 77  WS-DETAIL-COUNT                PIC 9(08) VALUE ZERO.
002410 77  WS-HASH-TOTAL                  PIC 9(12) VALUE ZERO.
002420 77  WS-ERROR-COUNT                 PIC 9(08) VALUE ZERO.
002430 77  WS-REJECT-COUNT                PIC 9(08) VALUE ZERO.
002440 77  WS-UNRES-TIE-COUNT             PIC 9(08) VALUE ZERO.
002450 77  WS-WIN-FIELD                   PIC X(01) VALUE SPACE.
002460 77  WS-WIN-VALUE                   PIC 9(03) VALUE ZERO.
002470 77  WS-LEFT-SIDE                   PIC 9(08) COMP VALUE ZERO.
002480 77  WS-RIGHT-SIDE                  PIC 9(08) COMP VALUE ZERO.
002490 77  WS-CHECK-COUNT                 PIC 9(04) COMP VALUE ZERO.
002500*----------------------------------------------------------------*
002510*    THE WORKLIST IMAGE HELD ON A PENDING-DECISION RECORD - ITS  *
002520*    RUN DATE AND CYCLE PICK OUT THE CYCLE'S ITEMS.              *
002530*----------------------------------------------------------------*
002540 01  WS-PND-TIE-IMAGE.
002550     05  WS-PND-RUN-DATE            PIC 9(08).
002560     05  FILLER                     PIC X(49).
002570     05  WS-PND-CYCLE-NO            PIC 9(02).
002580     05  FILLER                     PIC X(21).
002590*----------------------------------------------------------------*
002600*    THE CYCLE'S COMPARISON AND DECISION RECORDS, HELD FROM THE  *
002610*    FIRST PASS SO NOTHING IS POSTED UNTIL THE WHOLE CYCLE HAS   *
002620*    BEEN READ AND THE OPERATOR HAS CONFIRMED IT.  WS-RV-DONE    *
002630*    MARKS AN ORIGINAL A FAILED EARLIER BACK-OUT HAS ALREADY     *
002640*    REVERSED, SO A RERUN POSTS ONLY WHAT IS LEFT.               *
002650*----------------------------------------------------------------*
002660 77  WS-RV-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
002670 77  WS-RV-COUNT                    PIC 9(04) COMP VALUE ZERO.
002680 77  WS-RV-IDX                      PIC 9(04) COMP VALUE ZERO.
002690 77  WS-RV-SRCH                     PIC 9(04) COMP VALUE ZERO.
002700 77  WS-RV-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002710 01  WS-REVERSAL-TABLE.
002720     05  WS-RV-IMAGE OCCURS 2000 TIMES
002730                                    PIC X(80).
002740 01  WS-RV-DONE-TABLE.
002750     05  WS-RV-DONE OCCURS 2000 TIMES PIC X(01).
002760 01  WS-RV-HOLD.
002770     05  WS-RVH-RUN-DATE            PIC 9(08).
002780     05  WS-RVH-RUN-TIME            PIC 9(08).
002790     05  FILLER                     PIC X(14).
002800     05  WS-RVH-SET-ID              PIC X(10).
002810     05  FILLER                     PIC X(17).
002820     05  WS-RVH-REC-TYPE            PIC X(01).
002830     05  FILLER                     PIC X(22).
002840*----------------------------------------------------------------*
002850*    THE HIGHEST SEQUENCE ON FILE UNDER EACH RUN TIME OF THE     *
002860*    DATE.  A REVERSAL IS POSTED UNDER THE RUN DATE AND TIME OF  *
002870*    THE RECORD IT REVERSES, IN THE NEXT FREE SEQUENCE.          *
002880*----------------------------------------------------------------*
002890 77  WS-TM-TABLE-MAX                PIC 9(04) COMP VALUE 0200.
002900 77  WS-TM-COUNT                    PIC 9(04) COMP VALUE ZERO.
002910 77  WS-TM-IDX                      PIC 9(04) COMP VALUE ZERO.
002920 77  WS-TM-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
002930 01  WS-RUN-TIME-TABLE.
002940     05  WS-TM-ENTRY OCCURS 200 TIMES.
002950         10  WS-TM-RUN-TIME         PIC 9(08).
002960         10  WS-TM-LAST-SEQ         PIC 9(06).
002970*----------------------------------------------------------------*
002980*    REPORT LINES                                                *
002990*----------------------------------------------------------------*
003000 01  WS-REPORT-HEADING-1.
003010     05  FILLER                     PIC X(01) VALUE SPACE.
003020     05  FILLER                     PIC X(40)
003030             VALUE "FEED CYCLE BACK-OUT PROOF".
003040     05  FILLER                     PIC X(10) VALUE SPACES.
003050     05  FILLER                     PIC X(11) VALUE "RUN DATE : ".
003060     05  WS-HDG-DATE                PIC 9(08).
003070 01  WS-REPORT-HEADING-2.
003080     05  FILLER                     PIC X(01) VALUE SPACE.
003090     05  FILLER                     PIC X(11) VALUE "PROGRAM : ".
003100     05  FILLER                     PIC X(10) VALUE "CYCREV".
003110     05  FILLER                     PIC X(13)
003120             VALUE "BACKED OUT : ".
003130     05  WS-HDG-REV-DATE            PIC 9(08).
003140     05  FILLER                     PIC X(08) VALUE " CYCLE ".
003150     05  WS-HDG-REV-CYCLE           PIC 9(02).
003160 01  WS-REPORT-HEADING-3.
003170     05  FILLER                     PIC X(01) VALUE SPACE.
003180     05  FILLER                     PIC X(11) VALUE "OPERATOR : ".
003190     05  WS-HDG-USERID              PIC X(10).
003200     05  FILLER                     PIC X(16)
003210             VALUE "AUTHORIZED BY : ".
003220     05  WS-HDG-AUTH-ID             PIC X(08).
003230 01  WS-FIGURE-HEADING.
003240     05  FILLER                     PIC X(01) VALUE SPACE.
003250     05  FILLER                     PIC X(30)
003260             VALUE "AUDIT TRAIL FOR THE CYCLE".
003270     05  FILLER                     PIC X(30)
003280             VALUE "    BEFORE  REVERSED     AFTER".
003290 01  WS-FIGURE-LINE.
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003310     05  WS-FGL-NAME                PIC X(30).
003320     05  FILLER                     PIC X(02) VALUE SPACES.
003330     05  WS-FGL-BEFORE              PIC ZZZZZZZ9.
003340     05  FILLER                     PIC X(02) VALUE SPACES.
003350     05  WS-FGL-REVERSED            PIC ZZZZZZZ9.
003360     05  FILLER                     PIC X(01) VALUE SPACE.
003370     05  WS-FGL-AFTER               PIC -ZZZZZZZ9.
003380     05  FILLER                     PIC X(03) VALUE SPACES.
003390     05  WS-FGL-FLAG                PIC X(18).
003400 01  WS-WORK-HEADING.
003410     05  FILLER                     PIC X(01) VALUE SPACE.
003420     05  FILLER                     PIC X(30)
003430             VALUE "WORK FILES".
003440     05  FILLER                     PIC X(30)
003450             VALUE "   ON FILE   DROPPED   CARRIED".
003460 01  WS-WORK-LINE.
003470     05  FILLER                     PIC X(01) VALUE SPACE.
003480     05  WS-WKL-NAME                PIC X(30).
003490     05  FILLER                     PIC X(02) VALUE SPACES.
003500     05  WS-WKL-READ                PIC ZZZZZZZ9.
003510     05  FILLER                     PIC X(02) VALUE SPACES.
003520     05  WS-WKL-DROPPED             PIC ZZZZZZZ9.
003530     05  FILLER                     PIC X(02) VALUE SPACES.
003540     05  WS-WKL-CARRIED             PIC ZZZZZZZ9.
003550 01  WS-PROOF-LINE.
003560     05  FILLER                     PIC X(01) VALUE SPACE.
003570     05  WS-PRF-TEXT                PIC X(44).
003580     05  WS-PRF-LEFT                PIC ZZZZZZZ9.
003590     05  FILLER                     PIC X(03) VALUE " = ".
003600     05  WS-PRF-RIGHT               PIC ZZZZZZZ9.
003610     05  FILLER                     PIC X(03) VALUE SPACES.
003620     05  WS-PRF-FLAG                PIC X(18).
003630 01  WS-FOOTER-LINE.
003640     05  FILLER                     PIC X(01) VALUE SPACE.
003650     05  WS-FTR-TEXT                PIC X(60).
003660 PROCEDURE DIVISION.
003670*----------------------------------------------------------------*
003680*    0000-MAINLINE-RTN                                           *
003690*----------------------------------------------------------------*
003700 0000-MAINLINE-RTN.
003710     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
003720     PERFORM 1500-CHECK-SENT-RTN THRU 1500-EXIT.
003730     PERFORM 2000-SCAN-CYCLE-RTN THRU 2000-EXIT.
003740     PERFORM 2500-CONFIRM-RTN THRU 2500-EXIT.
003750     PERFORM 3000-POST-REVERSALS-RTN THRU 3000-EXIT.
003760     PERFORM 4000-DROP-TIEWORK-RTN THRU 4000-EXIT
003770         UNTIL WS-TIEW-END-OF-FILE.
003780     PERFORM 4500-DROP-TIEPEND-RTN THRU 4500-EXIT
003790         UNTIL WS-PND-END-OF-FILE.
003800     PERFORM 5000-DROP-SUSPENSE-RTN THRU 5000-EXIT
003810         UNTIL WS-SUSP-END-OF-FILE.
003820     PERFORM 6000-PROVE-AFTER-RTN THRU 6000-EXIT.
003830     PERFORM 7000-PRINT-PROOF-RTN THRU 7000-EXIT.
003840     PERFORM 8000-TERMINATE-RTN THRU 8000-EXIT.
003850     STOP RUN.
003860 0000-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------*
003890*    1000-INITIALIZE-RTN - TAKE THE CYCLE AND THE SECOND USERID  *
003900*    AND OPEN THE FILES.  A BACK-OUT MUST BE TRACEABLE TO TWO    *
003910*    PEOPLE: AN UNKNOWN OPERATOR, OR AN AUTHORIZER WHO IS        *
003920*    MISSING, UNKNOWN OR THE OPERATOR AGAIN, STOPS THE RUN       *
003930*    BEFORE ANY FILE IS OPENED.                                  *
003940*----------------------------------------------------------------*
003950 1000-INITIALIZE-RTN.
003960     DISPLAY "CYCREV - FEED CYCLE BACK-OUT STARTING".
003970     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003980     ACCEPT WS-CURRENT-TIME FROM TIME.
003990     ACCEPT WS-USERID FROM ENVIRONMENT "USER".
004000     IF WS-USERID = SPACES
004010         MOVE "UNKNOWN" TO WS-USERID
004020     END-IF.
004030     IF WS-USERID = "UNKNOWN"
004040         DISPLAY "CYCREV - BACK-OUT REFUSED - USERID UNKNOWN"
004050         STOP RUN
004060     END-IF.
004070     PERFORM 1050-GET-CYCLE-RTN THRU 1050-EXIT
004080         UNTIL WS-ANSWER-VALID.
004090     DISPLAY "AUTHORIZING USERID (SECOND USER) ? ".
004100     ACCEPT WS-AUTH-ID FROM CONSOLE.
004110     IF WS-AUTH-ID = SPACES OR WS-AUTH-ID = "UNKNOWN"
004120         DISPLAY "CYCREV - BACK-OUT REFUSED - NO AUTHORIZING "
004130             "USERID"
004140         STOP RUN
004150     END-IF.
004160     IF WS-AUTH-ID = WS-USERID
004170         DISPLAY "CYCREV - BACK-OUT REFUSED - THE AUTHORIZER "
004180             "MUST BE A SECOND USER, NOT " WS-USERID
004190         STOP RUN
004200     END-IF.
004210     OPEN I-O AUDFILE.
004220     IF WS-AUD-STATUS NOT = "00"
004230         DISPLAY "CYCREV - UNABLE TO OPEN AUDFILE - "
004240             "STATUS " WS-AUD-STATUS
004250         STOP RUN
004260     END-IF.
004270     OPEN EXTEND AUDJRNL.
004280     IF WS-JRNL-STATUS NOT = "00"
004290         OPEN OUTPUT AUDJRNL
004300     END-IF.
004310     IF WS-JRNL-STATUS NOT = "00"
004320         DISPLAY "CYCREV - UNABLE TO OPEN AUDJRNL - "
004330             "STATUS " WS-JRNL-STATUS
004340         STOP RUN
004350     END-IF.
004360     OPEN INPUT TIEWORK.
004370     IF WS-TIEW-STATUS NOT = "00"
004380         DISPLAY "CYCREV - NO TIE WORKLIST ON HAND - "
004390             "STATUS " WS-TIEW-STATUS
004400         MOVE "Y" TO WS-TIEW-EOF-SWITCH
004410     END-IF.
004420     OPEN INPUT TIEPEND.
004430     IF WS-PND-STATUS NOT = "00"
004440         DISPLAY "CYCREV - NO PENDING TIE DECISIONS ON HAND - "
004450             "STATUS " WS-PND-STATUS
004460         MOVE "Y" TO WS-PND-EOF-SWITCH
004470     END-IF.
004480     OPEN INPUT SUSPFILE.
004490     IF WS-SUSP-STATUS NOT = "00"
004500         DISPLAY "CYCREV - NO SUSPENSE FILE ON HAND - "
004510             "STATUS " WS-SUSP-STATUS
004520         MOVE "Y" TO WS-SUSP-EOF-SWITCH
004530     END-IF.
004540     OPEN OUTPUT TIEWORKN.
004550     IF WS-TIEWN-STATUS NOT = "00"
004560         DISPLAY "CYCREV - UNABLE TO OPEN TIEWORKN - "
004570             "STATUS " WS-TIEWN-STATUS
004580         STOP RUN
004590     END-IF.
004600     OPEN OUTPUT TIEPENDN.
004610     IF WS-PNDN-STATUS NOT = "00"
004620         DISPLAY "CYCREV - UNABLE TO OPEN TIEPENDN - "
004630             "STATUS " WS-PNDN-STATUS
004640         STOP RUN
004650     END-IF.
004660     OPEN OUTPUT SUSPFILN.
004670     IF WS-SUSPN-STATUS NOT = "00"
004680         DISPLAY "CYCREV - UNABLE TO OPEN SUSPFILN - "
004690             "STATUS " WS-SUSPN-STATUS
004700         STOP RUN
004710     END-IF.
004720     OPEN OUTPUT REVRPT.
004730     IF WS-RPT-STATUS NOT = "00"
004740         DISPLAY "CYCREV - UNABLE TO OPEN REVRPT - "
004750             "STATUS " WS-RPT-STATUS
004760         STOP RUN
004770     END-IF.
004780     MOVE ZERO TO WS-FIGURE-TABLE.
004790 1000-EXIT.
004800     EXIT.
004810 1050-GET-CYCLE-RTN.
004820     DISPLAY "BACK OUT RUN DATE (YYYYMMDD) ? ".
004830     ACCEPT WS-REV-DATE FROM CONSOLE.
004840     DISPLAY "BACK OUT CYCLE (01-99) ? ".
004850     ACCEPT WS-REV-CYCLE FROM CONSOLE.
004860     IF WS-REV-DATE = ZERO OR WS-REV-CYCLE = ZERO
004870         DISPLAY "A RUN DATE AND A CYCLE ARE BOTH REQUIRED"
004880     ELSE
004890         MOVE "Y" TO WS-ANSWER-SWITCH
004900     END-IF.
004910 1050-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------*
004940*    1500-CHECK-SENT-RTN - THE CYCLE HAS GONE TO SETTLEMENT WHEN *
004950*    A NORMAL SETTLEXT RUN ON THE RUN LOG EXTRACTED ITS DATE     *
004960*    FOR THE WHOLE DATE OR FOR THIS CYCLE.  (SETTLEMENT STATUS   *
004970*    POSTINGS FOUND ON THE FIRST PASS ALSO MARK IT SENT, WHICH   *
004980*    COVERS EXTRACTS LOGGED BEFORE THE DATA DATE WAS CARRIED.)   *
004990*----------------------------------------------------------------*
005000 1500-CHECK-SENT-RTN.
005010     OPEN INPUT RUNLOG.
005020     IF WS-RLOG-STATUS NOT = "00"
005030         GO TO 1500-EXIT.
005040     PERFORM 1510-READ-RUN-LOG-RTN THRU 1510-EXIT
005050         UNTIL WS-RLOG-END-OF-FILE.
005060     CLOSE RUNLOG.
005070 1500-EXIT.
005080     EXIT.
005090 1510-READ-RUN-LOG-RTN.
005100     READ RUNLOG
005110         AT END
005120             MOVE "Y" TO WS-RLOG-EOF-SWITCH
005130     END-READ.
005140     IF WS-RLOG-END-OF-FILE
005150         GO TO 1510-EXIT.
005160     IF RLOG-PROGRAM NOT = "SETTLEXT" OR NOT RLOG-RUN-NORMAL
005170         GO TO 1510-EXIT.
005180     IF RLOG-DATA-DATE IS NOT NUMERIC
005190         GO TO 1510-EXIT.
005200     IF RLOG-DATA-DATE NOT = WS-REV-DATE
005210         GO TO 1510-EXIT.
005220     IF RLOG-CYCLE-NO IS NOT NUMERIC
005230             OR RLOG-CYCLE-NO = ZERO
005240             OR RLOG-CYCLE-NO = WS-REV-CYCLE
005250         MOVE "Y" TO WS-SENT-SWITCH
005260     END-IF.
005270 1510-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------*
005300*    2000-SCAN-CYCLE-RTN - FIRST PASS OVER THE RUN DATE.  EVERY  *
005310*    RECORD OF THE DATE SETS THE LAST SEQUENCE USED UNDER ITS    *
005320*    RUN TIME; THE CYCLE'S COMPARISONS AND DECISIONS ARE HELD    *
005330*    FOR POSTING AND COUNTED AS THE BEFORE FIGURES.  A RECORD    *
005340*    WITH NO CYCLE COUNTS AS 01, AS EVERYWHERE ELSE.  A REVERSAL *
005350*    ALREADY ON THE TRAIL IS MATCHED TO ITS ORIGINAL BY 2150.    *
005360*----------------------------------------------------------------*
005370 2000-SCAN-CYCLE-RTN.
005380     PERFORM 2050-POSITION-FILE-RTN THRU 2050-EXIT.
005390     PERFORM 2100-READ-CYCLE-RTN THRU 2100-EXIT
005400         UNTIL WS-AUD-END-OF-FILE.
005410 2000-EXIT.
005420     EXIT.
005430 2050-POSITION-FILE-RTN.
005440     MOVE "N" TO WS-AUD-EOF-SWITCH.
005450     MOVE WS-REV-DATE TO AUD-RUN-DATE.
005460     MOVE ZERO TO AUD-RUN-TIME.
005470     MOVE ZERO TO AUD-SEQ-NO.
005480     START AUDFILE KEY IS NOT < AUD-KEY
005490         INVALID KEY
005500             MOVE "Y" TO WS-AUD-EOF-SWITCH
005510     END-START.
005520 2050-EXIT.
005530     EXIT.
005540 2100-READ-CYCLE-RTN.
005550     PERFORM 2110-READ-AUDIT-RTN THRU 2110-EXIT.
005560     IF WS-AUD-END-OF-FILE
005570         GO TO 2100-EXIT.
005580     PERFORM 2200-NOTE-RUN-TIME-RTN THRU 2200-EXIT.
005590     IF WS-REC-CYCLE NOT = WS-REV-CYCLE
005600         GO TO 2100-EXIT.
005610     IF AUD-TYPE-REVERSAL
005620         PERFORM 2150-MATCH-REVERSAL-RTN THRU 2150-EXIT
005630         GO TO 2100-EXIT.
005640     IF AUD-TYPE-SETL-STATUS
005650         MOVE "Y" TO WS-SENT-SWITCH
005660         GO TO 2100-EXIT.
005670     IF NOT AUD-TYPE-COMPARISON AND NOT AUD-TYPE-TIE-DECISION
005680         GO TO 2100-EXIT.
005690     IF WS-RV-COUNT >= WS-RV-TABLE-MAX
005700         DISPLAY "CYCREV - REVERSAL TABLE FULL - MORE THAN "
005710             WS-RV-TABLE-MAX " RECORDS IN THE CYCLE - "
005720             "NOTHING POSTED"
005730         STOP RUN
005740     END-IF.
005750     ADD 1 TO WS-RV-COUNT.
005760     MOVE AUDIT-RECORD TO WS-RV-IMAGE(WS-RV-COUNT).
005770     MOVE "N" TO WS-RV-DONE(WS-RV-COUNT).
005780     PERFORM 2300-COUNT-BEFORE-RTN THRU 2300-EXIT.
005790 2100-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------*
005820*    2150-MATCH-REVERSAL-RTN - A TYPE X ON THE TRAIL FOR THE     *
005830*    CYCLE WAS POSTED BY A BACK-OUT THAT DID NOT FINISH.  IT     *
005840*    FOLLOWS ITS ORIGINAL UNDER THE SAME RUN TIME, SO THE        *
005850*    ORIGINAL IS ALREADY HELD: THE FIRST ONE NOT YET MATCHED     *
005860*    WITH THE SAME RUN TIME, SET AND TYPE IS MARKED DONE AND     *
005870*    COUNTED AS REVERSED.  WHAT IT ADDS TO THE SETS AND          *
005880*    SUSPENSE FIGURES IS KEPT APART SO THE RUN LOG CARRIES ONLY  *
005890*    THIS RUN'S OWN POSTINGS.                                    *
005900*----------------------------------------------------------------*
005910 2150-MATCH-REVERSAL-RTN.
005920     MOVE ZERO TO WS-RV-FOUND-IDX.
005930     PERFORM 2160-CHECK-ONE-ORIGINAL-RTN THRU 2160-EXIT
005940         VARYING WS-RV-SRCH FROM 1 BY 1
005950         UNTIL WS-RV-SRCH > WS-RV-COUNT
005960            OR WS-RV-FOUND-IDX > ZERO.
005970     IF WS-RV-FOUND-IDX = ZERO
005980         GO TO 2150-EXIT.
005990     MOVE "Y" TO WS-RV-DONE(WS-RV-FOUND-IDX).
006000     ADD 1 TO WS-ALREADY-REVERSED.
006010     PERFORM 3150-COUNT-REVERSED-RTN THRU 3150-EXIT.
006020     IF AUD-REVERSES-DECISION
006030         GO TO 2150-EXIT.
006040     ADD 1 TO WS-EARLIER-SETS.
006050     IF WS-FIG-IDX = 5 OR WS-FIG-IDX = 6
006060         ADD 1 TO WS-EARLIER-SUSP
006070     END-IF.
006080 2150-EXIT.
006090     EXIT.
006100 2160-CHECK-ONE-ORIGINAL-RTN.
006110     IF WS-RV-DONE(WS-RV-SRCH) NOT = "N"
006120         GO TO 2160-EXIT.
006130     MOVE WS-RV-IMAGE(WS-RV-SRCH) TO WS-RV-HOLD.
006140     IF WS-RVH-RUN-TIME NOT = AUD-RUN-TIME
006150             OR WS-RVH-SET-ID NOT = AUD-SET-ID
006160         GO TO 2160-EXIT.
006170     IF AUD-REVERSES-DECISION AND WS-RVH-REC-TYPE = "D"
006180         MOVE WS-RV-SRCH TO WS-RV-FOUND-IDX
006190     END-IF.
006200     IF NOT AUD-REVERSES-DECISION AND WS-RVH-REC-TYPE NOT = "D"
006210         MOVE WS-RV-SRCH TO WS-RV-FOUND-IDX
006220     END-IF.
006230 2160-EXIT.
006240     EXIT.
006250 2110-READ-AUDIT-RTN.
006260     READ AUDFILE NEXT RECORD
006270         AT END
006280             MOVE "Y" TO WS-AUD-EOF-SWITCH
006290     END-READ.
006300     IF WS-AUD-END-OF-FILE
006310         GO TO 2110-EXIT.
006320     IF AUD-RUN-DATE NOT = WS-REV-DATE
006330         MOVE "Y" TO WS-AUD-EOF-SWITCH
006340         GO TO 2110-EXIT.
006350     IF AUD-CYCLE-NO IS NUMERIC
006360         MOVE AUD-CYCLE-NO TO WS-REC-CYCLE
006370     ELSE
006380         MOVE 01 TO WS-REC-CYCLE
006390     END-IF.
006400 2110-EXIT.
006410     EXIT.
006420 2200-NOTE-RUN-TIME-RTN.
006430     MOVE ZERO TO WS-TM-FOUND-IDX.
006440     PERFORM 2210-SEARCH-RUN-TIME-RTN THRU 2210-EXIT
006450         VARYING WS-TM-IDX FROM 1 BY 1
006460         UNTIL WS-TM-IDX > WS-TM-COUNT.
006470     IF WS-TM-FOUND-IDX = ZERO
006480         IF WS-TM-COUNT >= WS-TM-TABLE-MAX
006490             DISPLAY "CYCREV - RUN TIME TABLE FULL - MORE THAN "
006500                 WS-TM-TABLE-MAX " RUNS ON THE DATE - "
006510                 "NOTHING POSTED"
006520             STOP RUN
006530         END-IF
006540         ADD 1 TO WS-TM-COUNT
006550         MOVE WS-TM-COUNT TO WS-TM-FOUND-IDX
006560         MOVE AUD-RUN-TIME TO WS-TM-RUN-TIME(WS-TM-FOUND-IDX)
006570         MOVE ZERO TO WS-TM-LAST-SEQ(WS-TM-FOUND-IDX)
006580     END-IF.
006590     IF AUD-SEQ-NO > WS-TM-LAST-SEQ(WS-TM-FOUND-IDX)
006600         MOVE AUD-SEQ-NO TO WS-TM-LAST-SEQ(WS-TM-FOUND-IDX)
006610     END-IF.
006620 2200-EXIT.
006630     EXIT.
006640 2210-SEARCH-RUN-TIME-RTN.
006650     IF WS-TM-FOUND-IDX = ZERO
006660             AND WS-TM-RUN-TIME(WS-TM-IDX) = AUD-RUN-TIME
006670         MOVE WS-TM-IDX TO WS-TM-FOUND-IDX
006680     END-IF.
006690 2210-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------*
006720*    2300-COUNT-BEFORE-RTN - THE CURRENT RECORD INTO THE BEFORE  *
006730*    FIGURES.  2400 SETS WS-FIG-IDX TO ITS WINNER CATEGORY.      *
006740*----------------------------------------------------------------*
006750 2300-COUNT-BEFORE-RTN.
006760     IF AUD-TYPE-TIE-DECISION
006770         ADD 1 TO WS-FIG-BEFORE(7)
006780         GO TO 2300-EXIT.
006790     ADD 1 TO WS-FIG-BEFORE(1).
006800     PERFORM 2400-SET-CATEGORY-RTN THRU 2400-EXIT.
006810     IF WS-FIG-IDX > ZERO
006820         ADD 1 TO WS-FIG-BEFORE(WS-FIG-IDX)
006830     END-IF.
006840     IF NOT AUD-ALL-NUMERIC
006850         ADD 1 TO WS-FIG-BEFORE(8)
006860     END-IF.
006870     IF AUD-ALL-NUMERIC AND NOT AUD-IN-RANGE
006880         ADD 1 TO WS-FIG-BEFORE(9)
006890     END-IF.
006900 2300-EXIT.
006910     EXIT.
006920 2400-SET-CATEGORY-RTN.
006930     EVALUATE TRUE
006940         WHEN AUD-WINNER-1
006950         WHEN AUD-WINNER-2
006960         WHEN AUD-WINNER-3
006970             MOVE 2 TO WS-FIG-IDX
006980         WHEN AUD-WINNER-TIE
006990             IF AUD-TIE-RESOLVED-FIELD = SPACE
007000                 MOVE 4 TO WS-FIG-IDX
007010             ELSE
007020                 MOVE 3 TO WS-FIG-IDX
007030             END-IF
007040         WHEN AUD-WINNER-REJECT
007050             MOVE 5 TO WS-FIG-IDX
007060         WHEN AUD-WINNER-ERROR
007070             MOVE 6 TO WS-FIG-IDX
007080         WHEN OTHER
007090             MOVE ZERO TO WS-FIG-IDX
007100     END-EVALUATE.
007110 2400-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------*
007140*    2500-CONFIRM-RTN - NOTHING IS POSTED FOR A CYCLE THAT IS    *
007150*    NOT ON THE TRAIL OR HAS ALREADY BEEN REVERSED IN FULL, AND  *
007160*    NOTHING IS POSTED UNTIL THE OPERATOR HAS SEEN WHAT WILL BE  *
007170*    BACKED OUT AND CONFIRMED IT.  A BACK-OUT THAT STOPPED PART  *
007180*    WAY IS SHOWN AS SUCH AND FINISHED.  A SENT CYCLE OPENS THE  *
007190*    REVERSING INTERFACE FILE HERE, BEFORE THE FIRST POSTING.    *
007200*----------------------------------------------------------------*
007210 2500-CONFIRM-RTN.
007220     IF WS-RV-COUNT = ZERO
007230         DISPLAY "CYCREV - NOTHING ON THE AUDIT TRAIL FOR "
007240             WS-REV-DATE " CYCLE " WS-REV-CYCLE
007250         STOP RUN
007260     END-IF.
007270     IF WS-ALREADY-REVERSED NOT < WS-RV-COUNT
007280         DISPLAY "CYCREV - BACK-OUT REFUSED - " WS-REV-DATE
007290             " CYCLE " WS-REV-CYCLE " IS ALREADY REVERSED"
007300         STOP RUN
007310     END-IF.
007320     COMPUTE WS-TO-REVERSE = WS-RV-COUNT - WS-ALREADY-REVERSED.
007330     DISPLAY "CYCREV - " WS-REV-DATE " CYCLE " WS-REV-CYCLE.
007340     DISPLAY "  SETS COMPARED          " WS-FIG-BEFORE(1).
007350     DISPLAY "  TIE DECISIONS          " WS-FIG-BEFORE(7).
007360     IF WS-ALREADY-REVERSED > ZERO
007370         DISPLAY "  ALREADY REVERSED BY AN EARLIER BACK-OUT "
007380             WS-ALREADY-REVERSED
007390         DISPLAY "  STILL TO REVERSE       " WS-TO-REVERSE
007400     END-IF.
007410     IF WS-CYCLE-SENT
007420         DISPLAY "  ALREADY SENT TO SETTLEMENT - A REVERSING "
007430             "FILE WILL BE CUT"
007440     ELSE
007450         DISPLAY "  NOT YET SENT TO SETTLEMENT"
007460     END-IF.
007470     DISPLAY "BACK OUT THE WHOLE CYCLE - Y TO PROCEED ? ".
007480     ACCEPT WS-CONFIRM FROM CONSOLE.
007490     IF WS-CONFIRM NOT = "Y"
007500         DISPLAY "CYCREV - BACK-OUT CANCELLED - NOTHING POSTED"
007510         STOP RUN
007520     END-IF.
007530     IF WS-CYCLE-SENT
007540         OPEN OUTPUT SETLREV
007550         IF WS-SETL-STATUS NOT = "00"
007560             DISPLAY "CYCREV - UNABLE TO OPEN SETLREV - "
007570                 "STATUS " WS-SETL-STATUS
007580             STOP RUN
007590         END-IF
007600         MOVE SPACES TO SETL-HEADER-RECORD
007610         MOVE "H" TO SETL-HDR-REC-TYPE
007620         MOVE WS-REV-DATE TO SETL-HDR-RUN-DATE
007630         MOVE WS-REV-CYCLE TO SETL-HDR-CYCLE-NO
007640         MOVE "R" TO SETL-HDR-FILE-TYPE
007650         WRITE SETL-HEADER-RECORD
007660     END-IF.
007670 2500-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------*
007700*    3000-POST-REVERSALS-RTN - ONE TYPE X RECORD PER HELD        *
007710*    COMPARISON OR DECISION.                                     *
007720*----------------------------------------------------------------*
007730 3000-POST-REVERSALS-RTN.
007740     PERFORM 3100-POST-ONE-REVERSAL-RTN THRU 3100-EXIT
007750         VARYING WS-RV-IDX FROM 1 BY 1
007760         UNTIL WS-RV-IDX > WS-RV-COUNT.
007770 3000-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------*
007800*    3100-POST-ONE-REVERSAL-RTN - THE REVERSAL REPEATS THE       *
007810*    RECORD IT REVERSES UNDER THE SAME RUN DATE AND TIME, SO A   *
007820*    DATE-RANGE INQUIRY SHOWS IT NEXT TO THE ORIGINAL, AND       *
007830*    CARRIES THE OPERATOR, THE AUTHORIZER AND TODAY'S DATE.  AN *
007840*    ORIGINAL ALREADY REVERSED IS NOT POSTED AGAIN, BUT STILL    *
007850*    GOES ON THE REVERSING FILE, WHICH IS CUT WHOLE EACH TIME.   *
007860*----------------------------------------------------------------*
007870 3100-POST-ONE-REVERSAL-RTN.
007880     MOVE WS-RV-IMAGE(WS-RV-IDX) TO AUDIT-RECORD.
007890     IF AUD-TYPE-TIE-DECISION
007900         MOVE "D" TO WS-REV-OF-TYPE
007910     ELSE
007920         MOVE "C" TO WS-REV-OF-TYPE
007930     END-IF.
007940     IF WS-CYCLE-SENT
007950         PERFORM 3300-REVERSE-SETTLEMENT-RTN THRU 3300-EXIT
007960     END-IF.
007970     IF WS-RV-DONE(WS-RV-IDX) = "Y"
007980         GO TO 3100-EXIT.
007990     PERFORM 2200-NOTE-RUN-TIME-RTN THRU 2200-EXIT.
008000     MOVE "X" TO AUD-REC-TYPE.
008010     MOVE WS-REV-OF-TYPE TO AUD-REVERSED-TYPE.
008020     MOVE WS-USERID TO AUD-USERID.
008030     MOVE WS-AUTH-ID TO AUD-APPROVER-ID.
008040     MOVE WS-CURRENT-DATE TO AUD-DECISION-DATE.
008050     MOVE SPACE TO AUD-SETL-STATUS.
008060     MOVE SPACES TO AUD-SETL-REASON.
008070     MOVE "N" TO WS-POSTED-SWITCH.
008080     PERFORM 3110-WRITE-REVERSAL-RTN THRU 3110-EXIT
008090         UNTIL WS-REVERSAL-POSTED.
008100     ADD 1 TO WS-POSTED-COUNT.
008110     PERFORM 3150-COUNT-REVERSED-RTN THRU 3150-EXIT.
008120 3100-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------*
008150*    3150-COUNT-REVERSED-RTN - THE REVERSAL IN THE AUDIT RECORD  *
008160*    INTO THE REVERSED FIGURES.  2400 SETS WS-FIG-IDX TO ITS     *
008170*    WINNER CATEGORY.                                            *
008180*----------------------------------------------------------------*
008190 3150-COUNT-REVERSED-RTN.
008200     IF AUD-REVERSES-DECISION
008210         ADD 1 TO WS-FIG-REVERSED(7)
008220         GO TO 3150-EXIT.
008230     ADD 1 TO WS-FIG-REVERSED(1).
008240     PERFORM 2400-SET-CATEGORY-RTN THRU 2400-EXIT.
008250     IF WS-FIG-IDX > ZERO
008260         ADD 1 TO WS-FIG-REVERSED(WS-FIG-IDX)
008270     END-IF.
008280     IF NOT AUD-ALL-NUMERIC
008290         ADD 1 TO WS-FIG-REVERSED(8)
008300     END-IF.
008310     IF AUD-ALL-NUMERIC AND NOT AUD-IN-RANGE
008320         ADD 1 TO WS-FIG-REVERSED(9)
008330     END-IF.
008340 3150-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------*
008370*    3110-WRITE-REVERSAL-RTN - NEXT SEQUENCE AFTER THE LAST ONE  *
008380*    SEEN UNDER THE RUN TIME.  A KEY TAKEN SINCE THE FIRST PASS  *
008390*    (STATUS 22) MOVES ON TO THE NEXT; ANY OTHER FAILURE ENDS    *
008400*    THE RUN WITH WHAT WAS POSTED SO FAR ON THE RUN LOG.         *
008410*----------------------------------------------------------------*
008420 3110-WRITE-REVERSAL-RTN.
008430     ADD 1 TO WS-TM-LAST-SEQ(WS-TM-FOUND-IDX).
008440     MOVE WS-TM-LAST-SEQ(WS-TM-FOUND-IDX) TO AUD-SEQ-NO.
008450     WRITE AUDIT-RECORD
008460         INVALID KEY
008470             CONTINUE
008480         NOT INVALID KEY
008490             MOVE "Y" TO WS-POSTED-SWITCH
008500             PERFORM 3120-WRITE-JOURNAL-RTN THRU 3120-EXIT
008510     END-WRITE.
008520     IF WS-REVERSAL-POSTED OR WS-AUD-STATUS = "22"
008530         GO TO 3110-EXIT.
008540     DISPLAY "CYCREV - UNABLE TO POST REVERSAL FOR SET "
008550         AUD-SET-ID " - STATUS " WS-AUD-STATUS.
008560     DISPLAY "CYCREV - " WS-POSTED-COUNT
008570         " REVERSAL(S) POSTED BEFORE THE FAILURE".
008580     MOVE "A" TO WS-RLOG-STATUS-CODE.
008590     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
008600     STOP RUN.
008610 3110-EXIT.
008620     EXIT.
008630*----------------------------------------------------------------*
008640*    3120-WRITE-JOURNAL-RTN - THE AFTER-IMAGE OF THE RECORD      *
008650*    JUST ADDED GOES TO THE FORWARD-RECOVERY JOURNAL.  A RECORD  *
008660*    ON THE TRAIL THAT IS NOT ON THE JOURNAL COULD NOT BE        *
008670*    RECOVERED, SO A JOURNAL THAT WILL NOT TAKE THE WRITE STOPS  *
008680*    THE RUN.                                                    *
008690*----------------------------------------------------------------*
008700 3120-WRITE-JOURNAL-RTN.
008710     MOVE SPACES TO JRN-RECORD.
008720     MOVE "A" TO JRN-REC-TYPE.
008730     MOVE "A" TO JRN-ACTION.
008740     ACCEPT JRN-POST-DATE FROM DATE YYYYMMDD.
008750     ACCEPT JRN-POST-TIME FROM TIME.
008760     MOVE "CYCREV" TO JRN-PROGRAM.
008770     MOVE AUDIT-RECORD TO JRN-IMAGE.
008780     WRITE JRN-RECORD.
008790     IF WS-JRNL-STATUS NOT = "00"
008800         DISPLAY "CYCREV - UNABLE TO WRITE AUDJRNL - "
008810             "STATUS " WS-JRNL-STATUS
008820         MOVE "A" TO WS-RLOG-STATUS-CODE
008830         PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT
008840         STOP RUN
008850     END-IF.
008860 3120-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------*
008890*    3300-REVERSE-SETTLEMENT-RTN - CLASSIFY THE RECORD EXACTLY   *
008900*    AS SETTLEXT DID WHEN IT CUT THE CYCLE: A WIN, A RULE-       *
008910*    RESOLVED TIE OR A DECISION WENT AS A DETAIL AND IS BACKED   *
008920*    OUT WITH A DETAIL ON SETLREV; ERRORS, REJECTS AND TIES      *
008930*    STILL UNRESOLVED WERE ONLY COUNTED ON THE TRAILER.  A TIE   *
008940*    WITH A DECISION WENT OUT THROUGH THE DECISION.              *
008950*----------------------------------------------------------------*
008960 3300-REVERSE-SETTLEMENT-RTN.
008970     IF AUD-TYPE-TIE-DECISION
008980         MOVE AUD-WINNER TO WS-WIN-FIELD
008990         PERFORM 3400-WRITE-REVERSING-DTL-RTN THRU 3400-EXIT
009000         GO TO 3300-EXIT.
009010     EVALUATE TRUE
009020         WHEN AUD-WINNER-1
009030         WHEN AUD-WINNER-2
009040         WHEN AUD-WINNER-3
009050             MOVE AUD-WINNER TO WS-WIN-FIELD
009060             PERFORM 3400-WRITE-REVERSING-DTL-RTN THRU 3400-EXIT
009070         WHEN AUD-WINNER-ERROR
009080             ADD 1 TO WS-ERROR-COUNT
009090         WHEN AUD-WINNER-REJECT
009100             ADD 1 TO WS-REJECT-COUNT
009110         WHEN AUD-WINNER-TIE
009120             IF AUD-TIE-RESOLVED-FIELD NOT = SPACE
009130                 MOVE AUD-TIE-RESOLVED-FIELD TO WS-WIN-FIELD
009140                 PERFORM 3400-WRITE-REVERSING-DTL-RTN
009150                     THRU 3400-EXIT
009160             ELSE
009170                 PERFORM 3350-LOOK-FOR-DECISION-RTN
009180                     THRU 3350-EXIT
009190                 IF NOT WS-DECISION-FOUND
009200                     ADD 1 TO WS-UNRES-TIE-COUNT
009210                 END-IF
009220             END-IF
009230         WHEN OTHER
009240             CONTINUE
009250     END-EVALUATE.
009260 3300-EXIT.
009270     EXIT.
009280 3350-LOOK-FOR-DECISION-RTN.
009290     MOVE "N" TO WS-DEC-FOUND-SWITCH.
009300     PERFORM 3360-CHECK-ONE-HELD-RTN THRU 3360-EXIT
009310         VARYING WS-RV-SRCH FROM 1 BY 1
009320         UNTIL WS-RV-SRCH > WS-RV-COUNT
009330            OR WS-DECISION-FOUND.
009340 3350-EXIT.
009350     EXIT.
009360 3360-CHECK-ONE-HELD-RTN.
009370     MOVE WS-RV-IMAGE(WS-RV-SRCH) TO WS-RV-HOLD.
009380     IF WS-RVH-REC-TYPE = "D"
009390             AND WS-RVH-SET-ID = AUD-SET-ID
009400         MOVE "Y" TO WS-DEC-FOUND-SWITCH
009410     END-IF.
009420 3360-EXIT.
009430     EXIT.
009440 3400-WRITE-REVERSING-DTL-RTN.
009450     EVALUATE WS-WIN-FIELD
009460         WHEN "1"
009470             MOVE AUD-XNUM1 TO WS-WIN-VALUE
009480         WHEN "2"
009490             MOVE AUD-XNUM2 TO WS-WIN-VALUE
009500         WHEN "3"
009510             MOVE AUD-XNUM3 TO WS-WIN-VALUE
009520         WHEN OTHER
009530             MOVE ZERO TO WS-WIN-VALUE
009540     END-EVALUATE.
009550     MOVE SPACES TO SETL-DETAIL-RECORD.
009560     MOVE "D" TO SETL-DTL-REC-TYPE.
009570     MOVE AUD-SET-ID TO SETL-DTL-SET-ID.
009580     MOVE WS-WIN-FIELD TO SETL-DTL-WIN-FIELD.
009590     MOVE WS-WIN-VALUE TO SETL-DTL-WIN-VALUE.
009600     WRITE SETL-DETAIL-RECORD.
009610     ADD 1 TO WS-DETAIL-COUNT.
009620     ADD WS-WIN-VALUE TO WS-HASH-TOTAL.
009630 3400-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------*
009660*    4000-DROP-TIEWORK-RTN - THE CYCLE'S WORKLIST ITEMS GO,      *
009670*    DECIDED OR NOT - THE WHOLE CYCLE IS VOID, AND THE NIGHTLY   *
009680*    PROOF HOLDS THE WORKLIST TO THE TIES ON THE TRAIL.  EVERY   *
009690*    OTHER ITEM IS CARRIED FORWARD TO TIEWORKN.                  *
009700*----------------------------------------------------------------*
009710 4000-DROP-TIEWORK-RTN.
009720     READ TIEWORK
009730         AT END
009740             MOVE "Y" TO WS-TIEW-EOF-SWITCH
009750     END-READ.
009760     IF WS-TIEW-END-OF-FILE
009770         GO TO 4000-EXIT.
009780     ADD 1 TO WS-TIEW-READ.
009790     IF TIW-CYCLE-NO IS NUMERIC
009800         MOVE TIW-CYCLE-NO TO WS-REC-CYCLE
009810     ELSE
009820         MOVE 01 TO WS-REC-CYCLE
009830     END-IF.
009840     IF TIW-RUN-DATE = WS-REV-DATE
009850             AND WS-REC-CYCLE = WS-REV-CYCLE
009860         ADD 1 TO WS-TIEW-DROPPED
009870     ELSE
009880         WRITE TIWN-RECORD FROM TIW-RECORD
009890     END-IF.
009900 4000-EXIT.
009910     EXIT.
009920*----------------------------------------------------------------*
009930*    4500-DROP-TIEPEND-RTN - A DECISION STILL AWAITING APPROVAL  *
009940*    FOR ONE OF THE CYCLE'S TIES WOULD POST AGAINST A REVERSED   *
009950*    COMPARISON, SO IT GOES TOO.  EVERY OTHER ITEM IS CARRIED    *
009960*    FORWARD TO TIEPENDN.                                        *
009970*----------------------------------------------------------------*
009980 4500-DROP-TIEPEND-RTN.
009990     READ TIEPEND
010000         AT END
010010             MOVE "Y" TO WS-PND-EOF-SWITCH
010020     END-READ.
010030     IF WS-PND-END-OF-FILE
010040         GO TO 4500-EXIT.
010050     ADD 1 TO WS-PND-READ.
010060     MOVE PND-IMAGE TO WS-PND-TIE-IMAGE.
010070     IF WS-PND-CYCLE-NO IS NUMERIC
010080         MOVE WS-PND-CYCLE-NO TO WS-REC-CYCLE
010090     ELSE
010100         MOVE 01 TO WS-REC-CYCLE
010110     END-IF.
010120     IF WS-PND-RUN-DATE = WS-REV-DATE
010130             AND WS-REC-CYCLE = WS-REV-CYCLE
010140         ADD 1 TO WS-PND-DROPPED
010150     ELSE
010160         WRITE PNDN-RECORD FROM PND-RECORD
010170     END-IF.
010180 4500-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------*
010210*    5000-DROP-SUSPENSE-RTN - THE CYCLE'S SUSPENSE ITEMS GO;     *
010220*    EVERY OTHER ITEM IS CARRIED FORWARD TO SUSPFILN.            *
010230*----------------------------------------------------------------*
010240 5000-DROP-SUSPENSE-RTN.
010250     READ SUSPFILE
010260         AT END
010270             MOVE "Y" TO WS-SUSP-EOF-SWITCH
010280     END-READ.
010290     IF WS-SUSP-END-OF-FILE
010300         GO TO 5000-EXIT.
010310     ADD 1 TO WS-SUSP-READ.
010320     IF SUSP-CYCLE-NO IS NUMERIC
010330         MOVE SUSP-CYCLE-NO TO WS-REC-CYCLE
010340     ELSE
010350         MOVE 01 TO WS-REC-CYCLE
010360     END-IF.
010370     IF SUSP-RUN-DATE = WS-REV-DATE
010380             AND WS-REC-CYCLE = WS-REV-CYCLE
010390         ADD 1 TO WS-SUSP-DROPPED
010400     ELSE
010410         WRITE SUSN-RECORD FROM SUSP-RECORD
010420     END-IF.
010430 5000-EXIT.
010440     EXIT.
010450*----------------------------------------------------------------*
010460*    6000-PROVE-AFTER-RTN - READ THE CYCLE BACK OFF THE TRAIL    *
010470*    AND NET EACH TYPE X RECORD AGAINST WHAT IT REVERSES - THE   *
010480*    SAME NETTING NIGHTBAL, AUDITSUM, AUDALERT AND SETTLEXT      *
010490*    APPLY.  WHAT IS LEFT IS WHAT THOSE READERS WILL SEE.        *
010500*----------------------------------------------------------------*
010510 6000-PROVE-AFTER-RTN.
010520     PERFORM 2050-POSITION-FILE-RTN THRU 2050-EXIT.
010530     PERFORM 6100-NET-ONE-RECORD-RTN THRU 6100-EXIT
010540         UNTIL WS-AUD-END-OF-FILE.
010550 6000-EXIT.
010560     EXIT.
010570 6100-NET-ONE-RECORD-RTN.
010580     PERFORM 2110-READ-AUDIT-RTN THRU 2110-EXIT.
010590     IF WS-AUD-END-OF-FILE
010600         GO TO 6100-EXIT.
010610     IF WS-REC-CYCLE NOT = WS-REV-CYCLE
010620         GO TO 6100-EXIT.
010630     EVALUATE TRUE
010640         WHEN AUD-TYPE-REVERSAL AND AUD-REVERSES-DECISION
010650             SUBTRACT 1 FROM WS-FIG-AFTER(7)
010660             GO TO 6100-EXIT
010670         WHEN AUD-TYPE-REVERSAL
010680             MOVE -1 TO WS-FIG-SIGN
010690         WHEN AUD-TYPE-TIE-DECISION
010700             ADD 1 TO WS-FIG-AFTER(7)
010710             GO TO 6100-EXIT
010720         WHEN AUD-TYPE-COMPARISON
010730             MOVE +1 TO WS-FIG-SIGN
010740         WHEN OTHER
010750             GO TO 6100-EXIT
010760     END-EVALUATE.
010770     ADD WS-FIG-SIGN TO WS-FIG-AFTER(1).
010780     PERFORM 2400-SET-CATEGORY-RTN THRU 2400-EXIT.
010790     IF WS-FIG-IDX > ZERO
010800         ADD WS-FIG-SIGN TO WS-FIG-AFTER(WS-FIG-IDX)
010810     END-IF.
010820     IF NOT AUD-ALL-NUMERIC
010830         ADD WS-FIG-SIGN TO WS-FIG-AFTER(8)
010840     END-IF.
010850     IF AUD-ALL-NUMERIC AND NOT AUD-IN-RANGE
010860         ADD WS-FIG-SIGN TO WS-FIG-AFTER(9)
010870     END-IF.
010880 6100-EXIT.
010890     EXIT.
010900*----------------------------------------------------------------*
010910*    7000-PRINT-PROOF-RTN - BEFORE, REVERSED AND AFTER FOR EACH  *
010920*    FIGURE (AFTER MUST BE ZERO AND BEFORE MUST EQUAL REVERSED), *
010930*    THE WORK FILES, AND THE EQUATIONS THE NIGHTLY PROOF AND     *
010940*    SETTLEMENT WILL HOLD THE BACK-OUT TO.                       *
010950*----------------------------------------------------------------*
010960 7000-PRINT-PROOF-RTN.
010970     MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
010980     MOVE WS-REV-DATE TO WS-HDG-REV-DATE.
010990     MOVE WS-REV-CYCLE TO WS-HDG-REV-CYCLE.
011000     MOVE WS-USERID TO WS-HDG-USERID.
011010     MOVE WS-AUTH-ID TO WS-HDG-AUTH-ID.
011020     WRITE RPT-RECORD FROM WS-REPORT-HEADING-1.
011030     WRITE RPT-RECORD FROM WS-REPORT-HEADING-2.
011040     WRITE RPT-RECORD FROM WS-REPORT-HEADING-3.
011050     MOVE SPACES TO RPT-RECORD.
011060     WRITE RPT-RECORD.
011070     WRITE RPT-RECORD FROM WS-FIGURE-HEADING.
011080     PERFORM 7100-PRINT-FIGURE-RTN THRU 7100-EXIT
011090         VARYING WS-FIG-IDX FROM 1 BY 1
011100         UNTIL WS-FIG-IDX > WS-FIG-MAX.
011110     MOVE SPACES TO RPT-RECORD.
011120     WRITE RPT-RECORD.
011130     WRITE RPT-RECORD FROM WS-WORK-HEADING.
011140     MOVE "TIE WORKLIST (TIEWORK)" TO WS-WKL-NAME.
011150     MOVE WS-TIEW-READ TO WS-WKL-READ.
011160     MOVE WS-TIEW-DROPPED TO WS-WKL-DROPPED.
011170     COMPUTE WS-WKL-CARRIED = WS-TIEW-READ - WS-TIEW-DROPPED.
011180     WRITE RPT-RECORD FROM WS-WORK-LINE.
011190     MOVE "PENDING DECISIONS (TIEPEND)" TO WS-WKL-NAME.
011200     MOVE WS-PND-READ TO WS-WKL-READ.
011210     MOVE WS-PND-DROPPED TO WS-WKL-DROPPED.
011220     COMPUTE WS-WKL-CARRIED = WS-PND-READ - WS-PND-DROPPED.
011230     WRITE RPT-RECORD FROM WS-WORK-LINE.
011240     MOVE "SUSPENSE (SUSPFILE)" TO WS-WKL-NAME.
011250     MOVE WS-SUSP-READ TO WS-WKL-READ.
011260     MOVE WS-SUSP-DROPPED TO WS-WKL-DROPPED.
011270     COMPUTE WS-WKL-CARRIED = WS-SUSP-READ - WS-SUSP-DROPPED.
011280     WRITE RPT-RECORD FROM WS-WORK-LINE.
011290     MOVE SPACES TO RPT-RECORD.
011300     WRITE RPT-RECORD.
011310     MOVE "TIE WORKLIST DROPPED = UNRESOLVED TIES REV"
011320         TO WS-PRF-TEXT.
011330     MOVE WS-TIEW-DROPPED TO WS-LEFT-SIDE.
011340     MOVE WS-FIG-REVERSED(4) TO WS-RIGHT-SIDE.
011350     PERFORM 7200-PROVE-ONE-RTN THRU 7200-EXIT.
011360     MOVE "SUSPENSE DROPPED = ERRORS + TIE REJECTS REV"
011370         TO WS-PRF-TEXT.
011380     MOVE WS-SUSP-DROPPED TO WS-LEFT-SIDE.
011390     COMPUTE WS-RIGHT-SIDE = WS-FIG-REVERSED(5)
011400         + WS-FIG-REVERSED(6).
011410     PERFORM 7200-PROVE-ONE-RTN THRU 7200-EXIT.
011420     IF WS-CYCLE-SENT
011430         MOVE "REV DTLS + EXCLUSIONS = SETS REVERSED"
011440             TO WS-PRF-TEXT
011450         COMPUTE WS-LEFT-SIDE = WS-DETAIL-COUNT
011460             + WS-ERROR-COUNT + WS-REJECT-COUNT
011470             + WS-UNRES-TIE-COUNT
011480         MOVE WS-FIG-REVERSED(1) TO WS-RIGHT-SIDE
011490         PERFORM 7200-PROVE-ONE-RTN THRU 7200-EXIT
011500         MOVE SPACES TO WS-FTR-TEXT
011510         STRING "REVERSING FILE SETLREV CUT - " DELIMITED BY SIZE
011520             WS-DETAIL-COUNT DELIMITED BY SIZE
011530             " DETAIL(S)" DELIMITED BY SIZE
011540             INTO WS-FTR-TEXT
011550     ELSE
011560         MOVE "CYCLE NOT YET SENT - NO REVERSING FILE CUT"
011570             TO WS-FTR-TEXT
011580     END-IF.
011590     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
011600     MOVE SPACES TO RPT-RECORD.
011610     WRITE RPT-RECORD.
011620     IF WS-PROOF-FAILED
011630         MOVE "BACK-OUT DOES NOT PROVE - SEE FLAGGED LINES"
011640             TO WS-FTR-TEXT
011650     ELSE
011660         MOVE "BACK-OUT PROVED - CYCLE NETS TO ZERO"
011670             TO WS-FTR-TEXT
011680     END-IF.
011690     WRITE RPT-RECORD FROM WS-FOOTER-LINE.
011700 7000-EXIT.
011710     EXIT.
011720 7100-PRINT-FIGURE-RTN.
011730     MOVE WS-FIG-NAME(WS-FIG-IDX) TO WS-FGL-NAME.
011740     MOVE WS-FIG-BEFORE(WS-FIG-IDX) TO WS-FGL-BEFORE.
011750     MOVE WS-FIG-REVERSED(WS-FIG-IDX) TO WS-FGL-REVERSED.
011760     MOVE WS-FIG-AFTER(WS-FIG-IDX) TO WS-FGL-AFTER.
011770     IF WS-FIG-AFTER(WS-FIG-IDX) = ZERO
011780             AND WS-FIG-BEFORE(WS-FIG-IDX)
011790                 = WS-FIG-REVERSED(WS-FIG-IDX)
011800         MOVE "BALANCED" TO WS-FGL-FLAG
011810     ELSE
011820         MOVE "*** OUT OF BALANCE" TO WS-FGL-FLAG
011830         MOVE "Y" TO WS-CHECK-SWITCH
011840         ADD 1 TO WS-CHECK-COUNT
011850     END-IF.
011860     WRITE RPT-RECORD FROM WS-FIGURE-LINE.
011870 7100-EXIT.
011880     EXIT.
011890 7200-PROVE-ONE-RTN.
011900     MOVE WS-LEFT-SIDE TO WS-PRF-LEFT.
011910     MOVE WS-RIGHT-SIDE TO WS-PRF-RIGHT.
011920     IF WS-LEFT-SIDE = WS-RIGHT-SIDE
011930         MOVE "BALANCED" TO WS-PRF-FLAG
011940     ELSE
011950         MOVE "*** OUT OF BALANCE" TO WS-PRF-FLAG
011960         MOVE "Y" TO WS-CHECK-SWITCH
011970         ADD 1 TO WS-CHECK-COUNT
011980     END-IF.
011990     WRITE RPT-RECORD FROM WS-PROOF-LINE.
012000 7200-EXIT.
012010     EXIT.
012020*----------------------------------------------------------------*
012030*    8000-TERMINATE-RTN - CLOSE OUT, LOG, AND SET THE RETURN     *
012040*    CODE.  A BACK-OUT THAT DOES NOT PROVE ENDS WITH CODE 8 SO   *
012050*    THE SCHEDULER HOLDS THE STRING FOR A LOOK.                  *
012060*----------------------------------------------------------------*
012070 8000-TERMINATE-RTN.
012080     IF WS-CYCLE-SENT
012090         MOVE SPACES TO SETL-TRAILER-RECORD
012100         MOVE "T" TO SETL-TRL-REC-TYPE
012110         MOVE WS-DETAIL-COUNT TO SETL-TRL-RECORD-COUNT
012120         MOVE WS-HASH-TOTAL TO SETL-TRL-HASH-TOTAL
012130         MOVE WS-ERROR-COUNT TO SETL-TRL-ERROR-COUNT
012140         MOVE WS-REJECT-COUNT TO SETL-TRL-REJECT-COUNT
012150         MOVE WS-UNRES-TIE-COUNT TO SETL-TRL-UNRES-TIE-COUNT
012160         MOVE WS-FIG-REVERSED(1) TO SETL-TRL-REVERSED-COUNT
012170         WRITE SETL-TRAILER-RECORD
012180         CLOSE SETLREV
012190     END-IF.
012200     CLOSE AUDFILE.
012210     CLOSE AUDJRNL.
012220     IF WS-TIEW-STATUS = "00" OR WS-TIEW-STATUS = "10"
012230         CLOSE TIEWORK
012240     END-IF.
012250     IF WS-PND-STATUS = "00" OR WS-PND-STATUS = "10"
012260         CLOSE TIEPEND
012270     END-IF.
012280     IF WS-SUSP-STATUS = "00" OR WS-SUSP-STATUS = "10"
012290         CLOSE SUSPFILE
012300     END-IF.
012310     CLOSE TIEWORKN.
012320     CLOSE TIEPENDN.
012330     CLOSE SUSPFILN.
012340     CLOSE REVRPT.
012350     IF WS-PROOF-FAILED
012360         MOVE "A" TO WS-RLOG-STATUS-CODE
012370     END-IF.
012380     PERFORM 9000-WRITE-RUN-LOG-RTN THRU 9000-EXIT.
012390     DISPLAY " ".
012400     DISPLAY "CYCREV - BACK-OUT COMPLETE FOR " WS-REV-DATE
012410         " CYCLE " WS-REV-CYCLE.
012420     DISPLAY "  REVERSALS POSTED       " WS-POSTED-COUNT.
012430     IF WS-ALREADY-REVERSED > ZERO
012440         DISPLAY "  POSTED BY EARLIER RUN  " WS-ALREADY-REVERSED
012450     END-IF.
012460     DISPLAY "  WORKLIST ITEMS DROPPED " WS-TIEW-DROPPED.
012470     DISPLAY "  PENDING DECISIONS DROP " WS-PND-DROPPED.
012480     DISPLAY "  SUSPENSE ITEMS DROPPED " WS-SUSP-DROPPED.
012490     IF WS-CYCLE-SENT
012500         DISPLAY "  REVERSING DETAILS CUT  " WS-DETAIL-COUNT
012510         DISPLAY "SEND SETLREV TO SETTLEMENT."
012520     END-IF.
012530     DISPLAY "REPLACE TIEWORK, TIEPEND AND SUSPFILE WITH".
012540     DISPLAY "TIEWORKN, TIEPENDN AND SUSPFILN.".
012550     IF WS-PROOF-FAILED
012560         DISPLAY "CYCREV - BACK-OUT DOES NOT PROVE - "
012570             WS-CHECK-COUNT " LINE(S) FLAGGED - RC 8"
012580         MOVE 8 TO RETURN-CODE
012590     END-IF.
012600 8000-EXIT.
012610     EXIT.
012620*----------------------------------------------------------------*
012630*    9000-WRITE-RUN-LOG-RTN - APPEND THIS RUN'S COMPLETION       *
012640*    RECORD TO THE SHARED OPERATIONS RUN LOG READ BY RUNSTAT.    *
012650*    THE DATE AND CYCLE BACKED OUT GO IN THE DATA DATE AND       *
012660*    CYCLE; IN IS THE COMPARISONS THIS RUN REVERSED AND SUSPENSE *
012670*    THE ERRORS AND TIE REJECTS AMONG THEM - THOSE AN EARLIER    *
012680*    RUN REVERSED ARE ON ITS OWN LOG RECORD - SO NIGHTBAL CAN    *
012690*    NET THEM OUT OF WHAT CONDITIONALS LOGGED FOR THE DATE.  A   *
012700*    LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL    *
012710*    THE RUN.                                                    *
012720*----------------------------------------------------------------*
012730 9000-WRITE-RUN-LOG-RTN.
012740     OPEN EXTEND RUNLOG.
012750     IF WS-RLOG-STATUS NOT = "00"
012760         OPEN OUTPUT RUNLOG
012770     END-IF.
012780     IF WS-RLOG-STATUS NOT = "00"
012790         DISPLAY "CYCREV - UNABLE TO WRITE RUN LOG - "
012800             "STATUS " WS-RLOG-STATUS
012810         GO TO 9000-EXIT.
012820     MOVE SPACES TO RLOG-RECORD.
012830     MOVE "CYCREV" TO RLOG-PROGRAM.
012840     MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
012850     MOVE WS-REV-DATE TO RLOG-DATA-DATE.
012860     MOVE WS-REV-CYCLE TO RLOG-CYCLE-NO.
012870     MOVE WS-CURRENT-TIME TO RLOG-START-TIME.
012880     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD.
012890     ACCEPT RLOG-END-TIME FROM TIME.
012900     MOVE "REVERSE" TO RLOG-MODE.
012910     COMPUTE RLOG-IN-COUNT = WS-FIG-REVERSED(1)
012920         - WS-EARLIER-SETS.
012930     MOVE WS-POSTED-COUNT TO RLOG-OUT-COUNT.
012940     COMPUTE RLOG-SUSP-COUNT = WS-FIG-REVERSED(5)
012950         + WS-FIG-REVERSED(6) - WS-EARLIER-SUSP.
012960     MOVE WS-RLOG-STATUS-CODE TO RLOG-STATUS.
012970     MOVE WS-USERID TO RLOG-USERID.
012980     WRITE RLOG-RECORD.
012990     CLOSE RUNLOG.
013000 9000-EXIT.
013010     EXIT.
